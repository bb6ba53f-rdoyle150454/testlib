*###### PROGRAM_NAME:  [ICA_TRT724_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT724_GET_DATA] :לודומה םש #*
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
*                          2550     15-OCT-2026  TP_ELEVY   New list panel
*                                                           over the ADC
*                                                           record repair
*                                                           queue ICA_TRB71I_
*                                                           APPL fills.
*                                                           Structured like
*                                                           the ICA_TRT723_
*                                                           GET_DATA scroll,
*                                                           key, and data
*                                                           pattern. Scrolls
*                                                           the entries still
*                                                           being worked -
*                                                           open or corrected
*                                                           and not yet
*                                                           released - in
*                                                           TRNF_ID and
*                                                           record order,
*                                                           with the reason
*                                                           and the record's
*                                                           fields as they
*                                                           now stand.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT724_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The record repair queue ICA_TRB71I_APPL fills.
    SELECT I_REPAIR_QUEUE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       RQ_KEY
           FILE STATUS		  IS	       L$_QUEUE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRB71I_APPL writes.
FD I_REPAIR_QUEUE
   VALUE OF ID IS L$_QUEUE_FILE_NAME.
01 I_REPAIR_REC.
   03 RQ_KEY.
      05 RQ_TRNF_ID                 PIC 9(06).
      05 RQ_SUPP_SEQ                PIC 9(03).
      05 RQ_REC_NO                  PIC 9(09).
   03 RQ_STATUS                     PIC X(01).
      88 RQ_STATUS_OPEN			    VALUE "O".
      88 RQ_STATUS_CORRECTED		    VALUE "C".
      88 RQ_STATUS_REJECTED		    VALUE "R".
      88 RQ_STATUS_RELEASED		    VALUE "L".
      88 RQ_STATUS_WORKING		    VALUE "O" "C".
   03 RQ_REASON_CODE                PIC X(03).
   03 RQ_REASON_TEXT                PIC X(40).
   03 RQ_QUEUED_DATE                PIC X(10).
   03 RQ_ACTION_USER                PIC X(12).
   03 RQ_ACTION_TMSP                PIC S9(11)V9(07) COMP.
   03 RQ_REJECT_TEXT                PIC X(40).
   03 RQ_RELEASE_SEQ                PIC 9(03).
   03 RQ_ORIG_IMAGE                 PIC X(500).
   03 RQ_CURR_IMAGE                 PIC X(500).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:20:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_QUEUE_FILE_NAME               PIC X(40)
   VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_QUEUE.IDX".

01 L$_QUEUE_STATUS                  PIC X(02).
   88 L$_QUEUE_OK			    VALUE "00".

01 L$_SW01_EOF_QUEUE                PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_QUEUE_NO		    VALUE 0.
   88 L$_SW01_EOF_QUEUE_YES		    VALUE 1.

01 L$_SW01_FOUND                    PIC 9(01) VALUE 0.
   88 L$_SW01_FOUND_NO			    VALUE 0.
   88 L$_SW01_FOUND_YES			    VALUE 1.

*   The queued ADC record, in ICA_TRB71I_APPL's own layout.
COPY "ICA_SOURCE:ICA_TRB71I_ACCUM_INTRF_WKSP.INC"
   REPLACING ICA_TRB71I_ACCUM_INTRF_WKSP
          BY L$_WS01_ADC_IMAGE.

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
*     ICA_TRT724_KEY        - RQ_KEY (RQ_TRNF_ID, RQ_SUPP_SEQ,
*                             RQ_REC_NO) - the entry to start after;
*                             zero = from the first.
*     ICA_TRT724_DATA       - RQ_KEY, RQ_STATUS, RQ_REASON_CODE,
*                             RQ_REASON_TEXT, RQ_QUEUED_DATE,
*                             RQ_ACTION_USER, RQ_REJECT_TEXT, and the
*                             record's correctable fields
*                             RQ_CUST_EXT_ID_TYP, RQ_CUST_EXT_ID,
*                             RQ_CUST_INT_ID, RQ_CUST_PASSPORT_NUM,
*                             RQ_TRX_AMOUNT, RQ_OPEN_BALANCE,
*                             RQ_BAD_DEBT; for ICA_TRT724_PUT_DATA
*                             also P$_DSP_ACTION.
*     ICA_TRT724_SCROLL_OTW - ICA_TRT724_SCROLL_WKSP occurs, each
*                             RQ_TRNF_ID, RQ_SUPP_SEQ, RQ_REC_NO.
COPY "ICA_CDD_WKSP:ICA_TRT724_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT724_KEY BY ICA_TRT724_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT724_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT724_DATA BY ICA_TRT724_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_TRT724_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT724_KEY_INW
                         ICA_TRT724_DATA_OTW
                         ICA_TRT724_SCROLL_OTW
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


*# 15-OCT-2026 11:20:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT724_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:20:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_TRT724_DATA_OTW.

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

*# the scroll position carries the key of the last entry shown; the
*# fetch below STARTs strictly after it. A fresh scroll position
*# carries a zero key, which every real entry is greater than.

    MOVE CORR ICA_TRT724_SCROLL_WKSP IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_TRT724_DATA_OTW.

    MOVE RQ_TRNF_ID IN ICA_TRT724_SCROLL_WKSP
                    IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO RQ_TRNF_ID IN I_REPAIR_REC.

    MOVE RQ_SUPP_SEQ IN ICA_TRT724_SCROLL_WKSP
                     IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO RQ_SUPP_SEQ IN I_REPAIR_REC.

    MOVE RQ_REC_NO IN ICA_TRT724_SCROLL_WKSP
                   IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO RQ_REC_NO IN I_REPAIR_REC.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

*# rejected and released entries stay on the queue as its history;
*# the operator's list is the entries still being worked, so the
*# fetch reads on past them to the next open or corrected one.

    OPEN INPUT I_REPAIR_QUEUE.

    IF NOT L$_QUEUE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    SET L$_SW01_EOF_QUEUE_NO TO TRUE.
    SET L$_SW01_FOUND_NO     TO TRUE.

    START I_REPAIR_QUEUE KEY > RQ_KEY.

    IF NOT L$_QUEUE_OK
       SET L$_SW01_EOF_QUEUE_YES TO TRUE
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_QUEUE_YES OR L$_SW01_FOUND_YES
       READ I_REPAIR_QUEUE NEXT
          AT END
             SET L$_SW01_EOF_QUEUE_YES TO TRUE
          NOT AT END
             IF RQ_STATUS_WORKING
                SET L$_SW01_FOUND_YES TO TRUE
             END-IF
       END-READ
    END-PERFORM.

    IF L$_SW01_FOUND_NO
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE I_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE CORR I_REPAIR_REC TO ICA_TRT724_DATA_OTW.

*# the fields the operator may correct, from the record as it now
*# stands.

    MOVE RQ_CURR_IMAGE IN I_REPAIR_REC TO L$_WS01_ADC_IMAGE.

    MOVE L$_WS01_CUST_EXT_ID_TYP    IN L$_WS01_ADC_IMAGE
      TO RQ_CUST_EXT_ID_TYP         IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_CUST_EXT_ID        IN L$_WS01_ADC_IMAGE
      TO RQ_CUST_EXT_ID             IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_CUST_INT_ID        IN L$_WS01_ADC_IMAGE
      TO RQ_CUST_INT_ID             IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_CUST_PASSPORT_NUM  IN L$_WS01_ADC_IMAGE
      TO RQ_CUST_PASSPORT_NUM       IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_TRX_AMOUNT         IN L$_WS01_ADC_IMAGE
      TO RQ_TRX_AMOUNT              IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_TOTAL_OPEN_BALANCE IN L$_WS01_ADC_IMAGE
      TO RQ_OPEN_BALANCE            IN ICA_TRT724_DATA_OTW.
    MOVE L$_WS01_TOTAL_BAD_DEBT     IN L$_WS01_ADC_IMAGE
      TO RQ_BAD_DEBT                IN ICA_TRT724_DATA_OTW.

*# advance the scroll position past the entry just shown, so the
*# next call fetches the one after it.

    MOVE RQ_TRNF_ID IN I_REPAIR_REC
      TO RQ_TRNF_ID IN ICA_TRT724_SCROLL_WKSP
                    IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    MOVE RQ_SUPP_SEQ IN I_REPAIR_REC
      TO RQ_SUPP_SEQ IN ICA_TRT724_SCROLL_WKSP
                     IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    MOVE RQ_REC_NO IN I_REPAIR_REC
      TO RQ_REC_NO IN ICA_TRT724_SCROLL_WKSP
                   IN ICA_TRT724_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    CLOSE I_REPAIR_QUEUE.

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
