*###### PROGRAM_NAME:  [ICA_TRT723_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT723_GET_DATA] :לודומה םש #*
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
*                          2549     15-OCT-2026  TP_ELEVY   New list panel
*                                                           over the dispute
*                                                           case store
*                                                           ICA_TRT723_PUT_
*                                                           DATA keeps.
*                                                           Structured like
*                                                           the ICA_TRT720_
*                                                           GET_DATA scroll,
*                                                           key, and data
*                                                           pattern. Scrolls
*                                                           the cases not
*                                                           yet decided,
*                                                           oldest first,
*                                                           with stage and
*                                                           due date;
*                                                           decided cases
*                                                           are passed over.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT723_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The dispute case store ICA_TRT723_PUT_DATA keeps.
    SELECT I_CASE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       DC_CASE_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRT723_PUT_DATA writes.
FD I_CASE_STORE
   VALUE OF ID IS L$_STORE_FILE_NAME.
01 I_CASE_REC.
   03 DC_CASE_ID.
      05 DC_OPEN_DATE               PIC 9(08).
      05 DC_CASE_SEQ                PIC 9(05).
   03 DC_TRACE_ID                   PIC X(26).
   03 DC_ACCUM_INTR_ID              PIC X(20).
   03 DC_ACC_BANK_NUM               PIC 9(02).
   03 DC_ACC_BRANCH_NUM             PIC 9(03).
   03 DC_ACC_TYPE_CODE              PIC 9(03).
   03 DC_ACC_NUM                    PIC 9(09).
   03 DC_DISPUTED_AMT               PIC S9(12)V99.
   03 DC_CLAIM_TEXT                 PIC X(60).
   03 DC_STAGE                      PIC X(01).
      88 DC_STAGE_OPEN			    VALUE "O".
      88 DC_STAGE_BANK_QUERY		    VALUE "B".
      88 DC_STAGE_DECIDED			    VALUE "D".
      88 DC_STAGE_WORKING			    VALUE "O" "B".
   03 DC_DUE_DATE                   PIC 9(08).
   03 DC_OUTCOME                    PIC X(01).
      88 DC_OUTCOME_UPHELD		    VALUE "U".
      88 DC_OUTCOME_REJECTED		    VALUE "R".
      88 DC_OUTCOME_VALID			    VALUE "U" "R".
   03 DC_REFUND_AMT                 PIC S9(12)V99.
   03 DC_OUTCOME_NOTE               PIC X(40).
   03 DC_OPENED_BY                  PIC X(12).
   03 DC_UPDATED_BY                 PIC X(12).
   03 DC_UPDATED_TMSP               PIC S9(11)V9(07) COMP.
   03 DC_DECIDED_BY                 PIC X(12).
   03 DC_DECIDED_DATE               PIC 9(08).
   03 DC_REFUND_STATUS              PIC X(01).
      88 DC_REFUND_PENDING		    VALUE "P".
      88 DC_REFUND_DONE			    VALUE "R".
   03 DC_REFUND_DATE                PIC 9(08).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:10:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_STORE_FILE_NAME               PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_DISPUTE_CASE.IDX".

01 L$_STORE_STATUS                  PIC X(02).
   88 L$_STORE_OK			    VALUE "00".

01 L$_SW01_EOF_STORE                PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_STORE_NO		    VALUE 0.
   88 L$_SW01_EOF_STORE_YES		    VALUE 1.

01 L$_SW01_FOUND                    PIC 9(01) VALUE 0.
   88 L$_SW01_FOUND_NO			    VALUE 0.
   88 L$_SW01_FOUND_YES			    VALUE 1.

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
*     ICA_TRT723_KEY        - DC_OPEN_DATE, DC_CASE_SEQ (the case
*                             to start after; zero = from the
*                             oldest).
*     ICA_TRT723_DATA       - the I_CASE_REC fields by name.
*     ICA_TRT723_SCROLL_OTW - ICA_TRT723_SCROLL_WKSP occurs, each
*                             DC_OPEN_DATE, DC_CASE_SEQ.
COPY "ICA_CDD_WKSP:ICA_TRT723_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT723_KEY BY ICA_TRT723_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT723_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT723_DATA BY ICA_TRT723_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_TRT723_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT723_KEY_INW
                         ICA_TRT723_DATA_OTW
                         ICA_TRT723_SCROLL_OTW
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


*# 15-OCT-2026 11:10:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT723_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:10:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_TRT723_DATA_OTW.

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
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-PREPARE-KEY				    SECTION.
*--------------------------------------------------
CA-00.

*# the scroll position carries the id of the last case shown; the
*# fetch below STARTs strictly after it. A fresh scroll position
*# carries a zero id, which every real case is greater than - the
*# ids lead with the date opened, so the list is oldest first.

    MOVE CORR ICA_TRT723_SCROLL_WKSP IN ICA_TRT723_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_TRT723_DATA_OTW.

    MOVE DC_OPEN_DATE IN ICA_TRT723_SCROLL_WKSP
                            IN ICA_TRT723_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO DC_OPEN_DATE IN I_CASE_REC.

    MOVE DC_CASE_SEQ IN ICA_TRT723_SCROLL_WKSP
                     IN ICA_TRT723_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO DC_CASE_SEQ IN I_CASE_REC.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

*# decided cases stay on the store as its history; the analyst's
*# list is the cases still being worked, so the fetch reads on past
*# decided cases to the next undecided one.

    OPEN INPUT I_CASE_STORE.

    IF NOT L$_STORE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    SET L$_SW01_EOF_STORE_NO TO TRUE.
    SET L$_SW01_FOUND_NO     TO TRUE.

    START I_CASE_STORE KEY > DC_CASE_ID.

    IF NOT L$_STORE_OK
       SET L$_SW01_EOF_STORE_YES TO TRUE
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_STORE_YES OR L$_SW01_FOUND_YES
       READ I_CASE_STORE NEXT
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
          NOT AT END
             IF NOT DC_STAGE_DECIDED
                SET L$_SW01_FOUND_YES TO TRUE
             END-IF
       END-READ
    END-PERFORM.

    IF L$_SW01_FOUND_NO
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE I_CASE_STORE
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE CORR I_CASE_REC TO ICA_TRT723_DATA_OTW.

*# advance the scroll position past the case just shown, so the
*# next call fetches the one after it.

    MOVE DC_OPEN_DATE IN I_CASE_REC
      TO DC_OPEN_DATE IN ICA_TRT723_SCROLL_WKSP
                            IN ICA_TRT723_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    MOVE DC_CASE_SEQ IN I_CASE_REC
      TO DC_CASE_SEQ IN ICA_TRT723_SCROLL_WKSP
                     IN ICA_TRT723_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    CLOSE I_CASE_STORE.

CC-EXIT.
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
