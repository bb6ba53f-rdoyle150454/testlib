*###### PROGRAM_NAME:  [ICA_TRT728_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT728_GET_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" תאירק]      #*
*#                                                                 #*
*#                                                         :םיחתפמ #*
*#         ןורחא ןוכדע .ת        ךיראת       עצבמ םש       בלש     #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      בוציע   #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      תונכת   #*
*#                                                                 #*

*#                                                        :םירטמרפ #*
*#                                          [    ] :עדימ תינבת     #*
*#         (שומיש ,םיכרע ,רבסה) רואת   פ/ק           הדש םש        #*
*#                            [    ]  [  ]           [    ]        #*
*#                                                                 #*
*###################################################################*
*#
*#

*******************************************************************************
* (2) OTHER ROUTINES:
* --------------------
*
*    2.1 ICA_ICf_XLATE_MSG - message handling routine.
*
*           Input:  ICA_XLATE_MSG_WKSP
*                   UTL_CONTROL_ACW
*           Output: UTL_CONTROL_ACW
*
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2555     15-OCT-2026  TP_ELEVY   New detail panel
*                                                           for one bank file
*                                                           of the ICA_TRT727_
*                                                           GET_DATA list.
*                                                           Structured like
*                                                           the ICA_TRT609_
*                                                           GET_DATA scroll,
*                                                           key, and data
*                                                           pattern. Returns
*                                                           the file's
*                                                           standing
*                                                           lifecycle record
*                                                           (totals, seal,
*                                                           format version,
*                                                           approver), the
*                                                           standing
*                                                           acknowledgment
*                                                           summary ICA_
*                                                           TRB713_RECON_
*                                                           BENLEUMI filed
*                                                           for it, and the
*                                                           trace id and
*                                                           event count the
*                                                           ICA_TRT718_
*                                                           GET_DATA scroll
*                                                           opens on.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT728_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The central bank-file lifecycle ICA_TRF716_LIFECYCLE appends to.
    SELECT I_LIFECYCLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LC_FILE_STATUS.

*   The ack-performance file ICA_TRB713_RECON_BENLEUMI appends to.
*   Missing file = nothing reconciled yet.
    SELECT I_ACKPERF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ACKPERF_STATUS.

*   The central trace store ICA_TRF718_TRACE maintains.
    SELECT I_TRACE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       TRC_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_TRACE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRF716_LIFECYCLE writes.
FD I_LIFECYCLE_FILE
   VALUE OF ID IS L$_LIFECYCLE_NAME.
01 I_LIFECYCLE_REC.
   03 LC_FILE_NAME		PIC X(34).
   03 LC_PHASE_NUM		PIC 9(04).
   03 LC_SOURCE_PROG		PIC X(26).
   03 LC_STATUS		PIC X(01).
      88 LC_STATUS_BUILT		VALUE "B".
      88 LC_STATUS_APPROVED		VALUE "A".
      88 LC_STATUS_TRANSMITTED		VALUE "T".
      88 LC_STATUS_SUPERSEDED		VALUE "X".
   03 LC_DEB_AMT		PIC S9(15)V99 COMP.
   03 LC_CRD_AMT		PIC S9(15)V99 COMP.
   03 LC_DEB_CNT		PIC 9(07).
   03 LC_CRD_CNT		PIC 9(07).
   03 LC_CREATED_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_APPROVED_BY		PIC X(12).
   03 LC_APPROVED_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_TRANSMIT_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_SEAL_REC_CNT		PIC 9(09).
   03 LC_SEAL_AMT		PIC S9(15)V99 COMP.
   03 LC_FORMAT_VER		PIC 9(02).

*   Same hand-kept record convention ICA_TRB713_RECON_BENLEUMI
*   writes. A rerun of the phase appends a fresh "S" record and the
*   last one per file stands.
FD I_ACKPERF_FILE
   VALUE OF ID IS L$_ACKPERF_NAME.
01 I_ACKPERF_REC.
   03 AKP_REC_TYPE                  PIC X(01).
      88 AKP_REC_TYPE_SUMMARY		    VALUE "S".
      88 AKP_REC_TYPE_REASON		    VALUE "R".
   03 AKP_FILE_NAME                 PIC X(34).
   03 AKP_PHASE_NUM                 PIC 9(04).
   03 AKP_PHASE_DATE                PIC 9(08).
   03 AKP_RECEIVED_TMSP             PIC S9(11)V9(07) COMP.
   03 AKP_MATCHED                   PIC 9(09).
   03 AKP_MISSING_ACK               PIC 9(09).
   03 AKP_EXTRA_ACK                 PIC 9(09).
   03 AKP_AMOUNT_MISMATCH           PIC 9(09).
   03 AKP_REJECTED                  PIC 9(09).

*   Same hand-kept record convention ICA_TRF718_TRACE writes.
FD I_TRACE_FILE
   VALUE OF ID IS L$_TRACE_FILE_NAME.
01 I_TRACE_REC.
   03 TRC_KEY.
      05 TRC_TRACE_ID               PIC X(26).
      05 TRC_EVENT_TMSP             PIC S9(11)V9(07) COMP.
   03 TRC_PROG_NAME                 PIC X(26).
   03 TRC_DISPOSITION               PIC X(40).
   03 TRC_LINK_ID                   PIC X(26).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 14:45:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_LIFECYCLE_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_BANK_FILE_LIFECYCLE.DAT".

01 L$_ACKPERF_NAME                  PIC X(40)
   VALUE "ICA_TR_DAT_DIR:ICA_TRB713_ACKPERF.DAT".

01 L$_TRACE_FILE_NAME               PIC X(40)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_TRACE.IDX".

01 L$_LC_FILE_STATUS                PIC X(02).
   88 L$_LC_FILE_OK			    VALUE "00".

01 L$_ACKPERF_STATUS                PIC X(02).
   88 L$_ACKPERF_OK			    VALUE "00".

01 L$_TRACE_STATUS                  PIC X(02).
   88 L$_TRACE_OK			    VALUE "00".

01 L$_SW01_EOF                      PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_NO			    VALUE 0.
   88 L$_SW01_EOF_YES			    VALUE 1.

01 L$_SW01_FOUND                    PIC 9(01) VALUE 0.
   88 L$_SW01_FOUND_NO			    VALUE 0.
   88 L$_SW01_FOUND_YES			    VALUE 1.

01 L$_WS01_WANT_NAME                PIC X(34).

*   the file's standing lifecycle record and ack summary, kept as
*   the read-through passes them.
01 L$_WS01_LC_SAVE                  PIC X(160).
01 L$_WS01_AKP_SAVE                 PIC X(100).

01 L$_WS01_TRACE_EVENTS             PIC 9(05).

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data/scroll convention:
*     ICA_TRT728_KEY        - LC_FILE_NAME.
*     ICA_TRT728_DATA       - the I_LIFECYCLE_REC and I_ACKPERF_REC
*                             fields by name (AKP_FILE_NAME and
*                             AKP_REC_TYPE excepted), plus
*                             LCD_ACK_FOUND X(01) "Y"/"N",
*                             TRC_TRACE_ID X(26) and
*                             LCD_TRACE_EVENTS 9(05).
*     ICA_TRT728_SCROLL_OTW - ICA_TRT728_SCROLL_WKSP occurs, each
*                             LC_FILE_NAME.
COPY "ICA_CDD_WKSP:ICA_TRT728_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT728_KEY BY ICA_TRT728_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT728_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT728_DATA BY ICA_TRT728_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_TRT728_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT728_KEY_INW
                         ICA_TRT728_DATA_OTW
                         ICA_TRT728_SCROLL_OTW
			 ICA_MPQ_CTW
                         UTL_CONTROL_ACW
		   GIVING SP$_ACW_PROC_AUX_STATUS.

***************************************************************


*--------------------------------------------------
A-MAIN					    SECTION.
*--------------------------------------------------
A-00.

    PERFORM B-INIT.

    PERFORM C-PROCESS.

    PERFORM Z-FINISH.

A-EXIT.
    EXIT.


*--------------------------------------------------
B-INIT					    SECTION.
*--------------------------------------------------
B-00.


*# 15-OCT-2026 14:45:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT728_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 14:45:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_TRT728_DATA_OTW.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    IF P$_NUM_OF_LINES IN ICA_MPQ_CTW = 0
       MOVE "פ" TO P$_OPCODE IN ICA_MPQ_CTW
       MOVE  1  TO P$_CURRENT_NUM_SAVED IN ICA_MPQ_CTW
    END-IF.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF P$_OPCODE IN ICA_MPQ_CTW NOT = "פ"
       PERFORM CA-PREPARE-KEY
       PERFORM CB-GET-REC
       PERFORM CC-HANDLE-DATA
       PERFORM CD-GET-ACK-SUMMARY
       PERFORM CE-COUNT-TRACE
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-PREPARE-KEY				    SECTION.
*--------------------------------------------------
CA-00.

*# the scroll position carries the file name picked on the list.

    MOVE CORR ICA_TRT728_SCROLL_WKSP IN ICA_TRT728_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_TRT728_DATA_OTW.

    MOVE LC_FILE_NAME IN ICA_TRT728_SCROLL_WKSP
                      IN ICA_TRT728_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO L$_WS01_WANT_NAME.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

*# the lifecycle is flat and append-only, and the LAST record for a
*# name is the file's standing one - read through to the end.

    OPEN INPUT I_LIFECYCLE_FILE.

    IF NOT L$_LC_FILE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    SET L$_SW01_EOF_NO   TO TRUE.
    SET L$_SW01_FOUND_NO TO TRUE.

    PERFORM UNTIL L$_SW01_EOF_YES
       READ I_LIFECYCLE_FILE
          AT END
             SET L$_SW01_EOF_YES TO TRUE
          NOT AT END
             IF LC_FILE_NAME = L$_WS01_WANT_NAME
                SET L$_SW01_FOUND_YES TO TRUE
                MOVE I_LIFECYCLE_REC TO L$_WS01_LC_SAVE
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_LIFECYCLE_FILE.

    IF L$_SW01_FOUND_NO
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE L$_WS01_LC_SAVE TO I_LIFECYCLE_REC.

    MOVE CORR I_LIFECYCLE_REC TO ICA_TRT728_DATA_OTW.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-GET-ACK-SUMMARY			    SECTION.
*--------------------------------------------------
CD-00.

*# the file's standing "S" record - the last one, a rerun of the
*# reconciliation appends a fresh one. None (or no file at all:
*# only the Leumi acknowledgments are reconciled) is reported as
*# not reconciled, never as an error.

    MOVE "N" TO LCD_ACK_FOUND IN ICA_TRT728_DATA_OTW.

    OPEN INPUT I_ACKPERF_FILE.

    IF NOT L$_ACKPERF_OK
       GO TO CD-EXIT
    END-IF.

    SET L$_SW01_EOF_NO   TO TRUE.
    SET L$_SW01_FOUND_NO TO TRUE.

    PERFORM UNTIL L$_SW01_EOF_YES
       READ I_ACKPERF_FILE
          AT END
             SET L$_SW01_EOF_YES TO TRUE
          NOT AT END
             IF  AKP_REC_TYPE_SUMMARY
             AND AKP_FILE_NAME = L$_WS01_WANT_NAME
                SET L$_SW01_FOUND_YES TO TRUE
                MOVE I_ACKPERF_REC TO L$_WS01_AKP_SAVE
             END-IF
       END-READ
    END-PERFORM.

    IF L$_SW01_FOUND_YES
       MOVE L$_WS01_AKP_SAVE TO I_ACKPERF_REC
       MOVE CORR I_ACKPERF_REC TO ICA_TRT728_DATA_OTW
       MOVE "Y" TO LCD_ACK_FOUND IN ICA_TRT728_DATA_OTW
    END-IF.

    CLOSE I_ACKPERF_FILE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-COUNT-TRACE				    SECTION.
*--------------------------------------------------
CE-00.

*# the bank file's trace events are filed under its name (the id
*# ICA_TRB717_GL_JOURNAL posts under); the id and the number of
*# events go back, and ICA_TRT718_GET_DATA scrolls them from there.

    MOVE L$_WS01_WANT_NAME TO TRC_TRACE_ID IN I_TRACE_REC.
    MOVE ZERO              TO TRC_EVENT_TMSP IN I_TRACE_REC.
    MOVE ZERO              TO L$_WS01_TRACE_EVENTS.

    MOVE TRC_TRACE_ID IN I_TRACE_REC
      TO TRC_TRACE_ID IN ICA_TRT728_DATA_OTW.

    OPEN INPUT I_TRACE_FILE.

    IF NOT L$_TRACE_OK
       GO TO CE-EXIT
    END-IF.

    SET L$_SW01_EOF_NO TO TRUE.

    START I_TRACE_FILE KEY NOT < TRC_KEY.

    IF NOT L$_TRACE_OK
       SET L$_SW01_EOF_YES TO TRUE
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_YES
       READ I_TRACE_FILE NEXT
          AT END
             SET L$_SW01_EOF_YES TO TRUE
          NOT AT END
             IF TRC_TRACE_ID IN I_TRACE_REC NOT =
                TRC_TRACE_ID IN ICA_TRT728_DATA_OTW
             OR L$_WS01_TRACE_EVENTS = 99999
                SET L$_SW01_EOF_YES TO TRUE
             ELSE
                ADD 1 TO L$_WS01_TRACE_EVENTS
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_TRACE_FILE.

    MOVE L$_WS01_TRACE_EVENTS
      TO LCD_TRACE_EVENTS IN ICA_TRT728_DATA_OTW.

CE-EXIT.
    EXIT.


*--------------------------------------------------
Z-FINISH				    SECTION.
*--------------------------------------------------
Z-00.

    COPY "ICA_SOURCE:ICA_MUS_TERM_GET_DATA.INC".

    CALL 'ICA_ICF_GENERAL_EXIT_ROUTINE' USING UTL_CONTROL_ACW.

    EXIT PROGRAM.

Z-EXIT.
    EXIT.
