*###### PROGRAM_NAME:  [ICA_TRT723_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT723_PUT_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" ןוכדע]      #*
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
*    2.2 ICA_TRF718_TRACE - transaction-trace event writer.
*
*           Input:  ICA_TRF718_TRACE_WKSP
*
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2548     15-OCT-2026  TP_ELEVY   New case panel
*                                                           for member
*                                                           disputes of a
*                                                           debit. "O" opens
*                                                           a case from a
*                                                           trace id that
*                                                           ICA_TRT718_GET_
*                                                           DATA shows, with
*                                                           the accumulator,
*                                                           account, amount
*                                                           disputed, the
*                                                           member's claim
*                                                           and the response
*                                                           due date; the
*                                                           opening is added
*                                                           to the trace. "U"
*                                                           moves the stage
*                                                           (O open, B bank
*                                                           query) or the
*                                                           due date. "D"
*                                                           records the
*                                                           outcome - U
*                                                           upheld with the
*                                                           refund amount, R
*                                                           rejected - and
*                                                           closes the
*                                                           stage. ICA_
*                                                           TRB72P_DISPUTE_
*                                                           REFUND pays an
*                                                           upheld refund on
*                                                           its next run.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT723_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The dispute case store - the panel opens the first case, so it
*   is created here on first use, through the probe (the ICA_TRF712_
*   RUN_REG convention).
    SELECT IO_CASE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DC_CASE_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

    SELECT I_STORE_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_STORE_PROBE_STATUS.

*   The central trace store ICA_TRF718_TRACE maintains - a case is
*   only opened on a transaction the trace knows.
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

*   Dispute case record - hand-kept convention shared with
*   ICA_TRB72P_DISPUTE_REFUND and ICA_TRB72Q_DISPUTE_AGING, which
*   read this same file.
*     DC_CASE_ID       - the day the case was opened and a sequence.
*     DC_TRACE_ID      - the trace id the case was opened from.
*     DC_STAGE         - "O" open, "B" bank query, "D" decided.
*     DC_DUE_DATE      - regulatory response deadline, CCYYMMDD.
*     DC_OUTCOME       - "U" upheld, "R" rejected.
*     DC_REFUND_STATUS - "P" upheld refund to pay, "R" refunded.
FD IO_CASE_STORE
   VALUE OF ID IS L$_STORE_FILE_NAME.
01 IO_CASE_REC.
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

FD I_STORE_PROBE_FILE
   VALUE OF ID IS L$_STORE_PROBE_NAME.
01 I_STORE_PROBE_REC                PIC X(01).

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

*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_STORE_FILE_NAME               PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_DISPUTE_CASE.IDX".

01 L$_STORE_PROBE_NAME              PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_DISPUTE_CASE.IDX".

01 L$_TRACE_FILE_NAME               PIC X(40)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_TRACE.IDX".

01 L$_STORE_STATUS                  PIC X(02).
   88 L$_STORE_OK			    VALUE "00".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
01 L$_STORE_PROBE_STATUS            PIC X(02).
   88 L$_STORE_PROBE_OPENED		    VALUE "00".
   88 L$_STORE_PROBE_NOT_FOUND		    VALUE "35".

01 L$_TRACE_STATUS                  PIC X(02).
   88 L$_TRACE_OK			    VALUE "00".

01 L$_WS01_ACTION                   PIC X(01).
   88 L$_WS01_ACTION_OPEN		    VALUE "O".
   88 L$_WS01_ACTION_UPDATE		    VALUE "U".
   88 L$_WS01_ACTION_DECIDE		    VALUE "D".

01 L$_WS01_TODAY_YMD                PIC 9(08).

01 L$_WS01_EDIT_DATE                PIC 9(08).
01 L$_WS01_EDIT_DATE_RED REDEFINES L$_WS01_EDIT_DATE.
   03 L$_WS01_ED_YYYY               PIC 9(04).
   03 L$_WS01_ED_MM                 PIC 9(02).
   03 L$_WS01_ED_DD                 PIC 9(02).

01 L$_WS01_CASE_ID_DSP              PIC 9(13).

01 L$_SW01_SEQ_FREE                 PIC 9(01) VALUE 0.
   88 L$_SW01_SEQ_FREE_NO		    VALUE 0.
   88 L$_SW01_SEQ_FREE_YES		    VALUE 1.

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"      FROM DICTIONARY.

COPY "ICA_CDD_WKSP:ICA_TRF718_TRACE_WKSP"           FROM DICTIONARY.

COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	     FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT723_KEY  - DC_CASE_ID (DC_OPEN_DATE, DC_CASE_SEQ); zero
*                       to open, the new case's id is handed back.
*     ICA_TRT723_DATA - P$_DSP_ACTION ("O" open, "U" update, "D"
*                       decide), DC_TRACE_ID, DC_ACCUM_INTR_ID,
*                       DC_ACC_BANK_NUM, DC_ACC_BRANCH_NUM,
*                       DC_ACC_TYPE_CODE, DC_ACC_NUM,
*                       DC_DISPUTED_AMT, DC_CLAIM_TEXT, DC_STAGE,
*                       DC_DUE_DATE, DC_OUTCOME, DC_REFUND_AMT,
*                       DC_OUTCOME_NOTE.
COPY "ICA_CDD_WKSP:ICA_TRT723_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT723_KEY BY ICA_TRT723_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT723_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT723_DATA BY ICA_TRT723_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT723_KEY_INW
                         ICA_TRT723_DATA_ITW
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


*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT723_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    MOVE P$_DSP_ACTION IN ICA_TRT723_DATA_ITW TO L$_WS01_ACTION.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF NOT L$_WS01_ACTION_OPEN
   AND NOT L$_WS01_ACTION_UPDATE
   AND NOT L$_WS01_ACTION_DECIDE
       MOVE "ACTION MUST BE O, U OR D - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    PERFORM CA-SET-TODAY.

    IF L$_WS01_ACTION_OPEN
       PERFORM CB-CHECK-NEW-CASE
    END-IF.

    PERFORM CC-OPEN-STORE.

    IF L$_WS01_ACTION_OPEN
       PERFORM CD-OPEN-CASE
    ELSE
       PERFORM CE-FETCH-CASE
       IF L$_WS01_ACTION_UPDATE
          PERFORM CF-UPDATE-CASE
       ELSE
          PERFORM CG-DECIDE-CASE
       END-IF
    END-IF.

*# the message, the new case's key and its trace entry are all
*# built from the case record - the store is closed after them.
    MOVE DC_CASE_ID IN IO_CASE_REC TO L$_WS01_CASE_ID_DSP.

    IF L$_WS01_ACTION_OPEN
       PERFORM CH-TRACE-OPENING
       MOVE DC_CASE_ID IN IO_CASE_REC
         TO DC_CASE_ID IN ICA_TRT723_KEY_INW
       STRING "CASE " L$_WS01_CASE_ID_DSP " OPENED"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    ELSE
       STRING "CASE " L$_WS01_CASE_ID_DSP " SAVED"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    END-IF.

    CLOSE IO_CASE_STORE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-SET-TODAY				    SECTION.
*--------------------------------------------------
CA-00.

*# the save's clock, decoded to CCYYMMDD - ICA_PRT711_PUT_DATA's
*# idiom. A failed decode leaves zero.

    MOVE ZERO TO L$_WS01_TODAY_YMD.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP.
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP.
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS NOT FAILURE
       INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
               REPLACING ALL " " BY "0"
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
         TO L$_WS01_TODAY_YMD(7:2)
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
         TO L$_WS01_TODAY_YMD(5:2)
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
         TO L$_WS01_TODAY_YMD(1:4)
    END-IF.

    IF L$_WS01_TODAY_YMD = ZERO
       MOVE "SYSTEM DATE NOT AVAILABLE - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CA1-CHECK-DATE				    SECTION.
*--------------------------------------------------
CA1-00.

*# PRT711's date check.

    IF L$_WS01_EDIT_DATE NOT NUMERIC
    OR L$_WS01_ED_MM < 01 OR L$_WS01_ED_MM > 12
    OR L$_WS01_ED_DD < 01 OR L$_WS01_ED_DD > 31
    OR L$_WS01_ED_YYYY < 2000
       MOVE "INVALID DUE DATE - NOT SAVED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA1-EXIT.
    EXIT.


*--------------------------------------------------
CB-CHECK-NEW-CASE			    SECTION.
*--------------------------------------------------
CB-00.

*# everything a new case needs is checked before the store is
*# touched: a transaction the trace knows, an accumulator that
*# exists, an amount, the member's claim and a due date from today
*# on.

    MOVE DC_TRACE_ID IN ICA_TRT723_DATA_ITW
      TO TRC_TRACE_ID IN I_TRACE_REC.
    MOVE ZERO
      TO TRC_EVENT_TMSP IN I_TRACE_REC.

    OPEN INPUT I_TRACE_FILE.

    IF L$_TRACE_OK
       START I_TRACE_FILE KEY > TRC_KEY
       IF L$_TRACE_OK
          READ I_TRACE_FILE NEXT
       END-IF
       CLOSE I_TRACE_FILE
    END-IF.

    IF DC_TRACE_ID IN ICA_TRT723_DATA_ITW = SPACES
    OR NOT L$_TRACE_OK
    OR TRC_TRACE_ID IN I_TRACE_REC NOT =
       DC_TRACE_ID  IN ICA_TRT723_DATA_ITW
       MOVE "TRACE ID NOT ON THE TRACE STORE - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW.

    MOVE DC_ACCUM_INTR_ID IN ICA_TRT723_DATA_ITW
      TO ACCUM_INTR_ID    IN ICD_PRT_755_BAL_CHK_PRW.

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW.
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    IF DC_ACCUM_INTR_ID IN ICA_TRT723_DATA_ITW = SPACES
    OR DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       MOVE "ACCUMULATOR NOT FOUND - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF DC_DISPUTED_AMT IN ICA_TRT723_DATA_ITW NOT > ZERO
       MOVE "AMOUNT DISPUTED MUST BE ABOVE ZERO - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF DC_ACC_NUM IN ICA_TRT723_DATA_ITW = ZERO
       MOVE "ACCOUNT DEBITED IS REQUIRED - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF DC_CLAIM_TEXT IN ICA_TRT723_DATA_ITW = SPACES
       MOVE "THE MEMBER'S CLAIM IS REQUIRED - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    MOVE DC_DUE_DATE IN ICA_TRT723_DATA_ITW TO L$_WS01_EDIT_DATE.
    PERFORM CA1-CHECK-DATE.

    IF DC_DUE_DATE IN ICA_TRT723_DATA_ITW < L$_WS01_TODAY_YMD
       MOVE "DUE DATE BEFORE TODAY - NOT OPENED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-OPEN-STORE				    SECTION.
*--------------------------------------------------
CC-00.

    IF L$_WS01_ACTION_OPEN
       OPEN INPUT I_STORE_PROBE_FILE
       IF L$_STORE_PROBE_NOT_FOUND
          OPEN OUTPUT IO_CASE_STORE
          CLOSE IO_CASE_STORE
       ELSE
          IF L$_STORE_PROBE_OPENED
             CLOSE I_STORE_PROBE_FILE
          END-IF
       END-IF
    END-IF.

    OPEN I-O IO_CASE_STORE.

    IF NOT L$_STORE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-OPEN-CASE				    SECTION.
*--------------------------------------------------
CD-00.

*# the case id is today's date and the first sequence free today.

    INITIALIZE IO_CASE_REC.

    MOVE L$_WS01_TODAY_YMD TO DC_OPEN_DATE IN IO_CASE_REC.
    MOVE ZERO              TO DC_CASE_SEQ  IN IO_CASE_REC.
    SET L$_SW01_SEQ_FREE_NO TO TRUE.

    PERFORM UNTIL L$_SW01_SEQ_FREE_YES
       ADD 1 TO DC_CASE_SEQ IN IO_CASE_REC
       READ IO_CASE_STORE
          INVALID KEY
             SET L$_SW01_SEQ_FREE_YES TO TRUE
       END-READ
    END-PERFORM.

    MOVE DC_TRACE_ID      IN ICA_TRT723_DATA_ITW
      TO DC_TRACE_ID      IN IO_CASE_REC.
    MOVE DC_ACCUM_INTR_ID IN ICA_TRT723_DATA_ITW
      TO DC_ACCUM_INTR_ID IN IO_CASE_REC.
    MOVE DC_ACC_BANK_NUM   IN ICA_TRT723_DATA_ITW
      TO DC_ACC_BANK_NUM   IN IO_CASE_REC.
    MOVE DC_ACC_BRANCH_NUM IN ICA_TRT723_DATA_ITW
      TO DC_ACC_BRANCH_NUM IN IO_CASE_REC.
    MOVE DC_ACC_TYPE_CODE  IN ICA_TRT723_DATA_ITW
      TO DC_ACC_TYPE_CODE  IN IO_CASE_REC.
    MOVE DC_ACC_NUM        IN ICA_TRT723_DATA_ITW
      TO DC_ACC_NUM        IN IO_CASE_REC.
    MOVE DC_DISPUTED_AMT  IN ICA_TRT723_DATA_ITW
      TO DC_DISPUTED_AMT  IN IO_CASE_REC.
    MOVE DC_CLAIM_TEXT    IN ICA_TRT723_DATA_ITW
      TO DC_CLAIM_TEXT    IN IO_CASE_REC.
    MOVE DC_DUE_DATE      IN ICA_TRT723_DATA_ITW
      TO DC_DUE_DATE      IN IO_CASE_REC.

    SET DC_STAGE_OPEN TO TRUE.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO DC_OPENED_BY
         DC_UPDATED_BY.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO DC_UPDATED_TMSP.

    WRITE IO_CASE_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_CASE_STORE
          PERFORM Z-FINISH
    END-WRITE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-FETCH-CASE				    SECTION.
*--------------------------------------------------
CE-00.

*# a decided case is history - its outcome is not changed here.

    MOVE DC_CASE_ID IN ICA_TRT723_KEY_INW
      TO DC_CASE_ID IN IO_CASE_REC.

    READ IO_CASE_STORE
       INVALID KEY
          MOVE "CASE NOT FOUND - NOT SAVED" TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_CASE_STORE
          PERFORM Z-FINISH
    END-READ.

    IF DC_STAGE_DECIDED
       MOVE "CASE ALREADY DECIDED - NOT SAVED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_CASE_STORE
       PERFORM Z-FINISH
    END-IF.

CE-EXIT.
    EXIT.


*--------------------------------------------------
CF-UPDATE-CASE				    SECTION.
*--------------------------------------------------
CF-00.

*# the working stages only - a case is decided through "D", with
*# its outcome. A blank claim keeps the one on the case.

    MOVE DC_STAGE IN ICA_TRT723_DATA_ITW
      TO DC_STAGE IN IO_CASE_REC.

    IF NOT DC_STAGE_WORKING
       MOVE "STAGE MUST BE O OR B - NOT SAVED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_CASE_STORE
       PERFORM Z-FINISH
    END-IF.

    MOVE DC_DUE_DATE IN ICA_TRT723_DATA_ITW TO L$_WS01_EDIT_DATE.
    PERFORM CA1-CHECK-DATE.

    MOVE DC_DUE_DATE IN ICA_TRT723_DATA_ITW
      TO DC_DUE_DATE IN IO_CASE_REC.

    IF DC_CLAIM_TEXT IN ICA_TRT723_DATA_ITW NOT = SPACES
       MOVE DC_CLAIM_TEXT IN ICA_TRT723_DATA_ITW
         TO DC_CLAIM_TEXT IN IO_CASE_REC
    END-IF.

    PERFORM CZ-REWRITE-CASE.

CF-EXIT.
    EXIT.


*--------------------------------------------------
CG-DECIDE-CASE				    SECTION.
*--------------------------------------------------
CG-00.

*# upheld pays back no more than was disputed; rejected pays
*# nothing. The refund itself is the batch's: the case is only
*# marked to pay.

    MOVE DC_OUTCOME IN ICA_TRT723_DATA_ITW
      TO DC_OUTCOME IN IO_CASE_REC.

    IF NOT DC_OUTCOME_VALID
       MOVE "OUTCOME MUST BE U OR R - NOT SAVED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_CASE_STORE
       PERFORM Z-FINISH
    END-IF.

    IF DC_OUTCOME_UPHELD
       IF DC_REFUND_AMT IN ICA_TRT723_DATA_ITW NOT > ZERO
       OR DC_REFUND_AMT IN ICA_TRT723_DATA_ITW >
          DC_DISPUTED_AMT IN IO_CASE_REC
          MOVE "REFUND MUST BE ABOVE ZERO, UP TO THE AMOUNT DISPUTED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_CASE_STORE
          PERFORM Z-FINISH
       END-IF
       MOVE DC_REFUND_AMT IN ICA_TRT723_DATA_ITW
         TO DC_REFUND_AMT IN IO_CASE_REC
       SET DC_REFUND_PENDING TO TRUE
    ELSE
       MOVE ZERO TO DC_REFUND_AMT IN IO_CASE_REC
    END-IF.

    MOVE DC_OUTCOME_NOTE IN ICA_TRT723_DATA_ITW
      TO DC_OUTCOME_NOTE IN IO_CASE_REC.

    SET DC_STAGE_DECIDED TO TRUE.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO DC_DECIDED_BY.
    MOVE L$_WS01_TODAY_YMD
      TO DC_DECIDED_DATE.

    PERFORM CZ-REWRITE-CASE.

CG-EXIT.
    EXIT.


*--------------------------------------------------
CH-TRACE-OPENING			    SECTION.
*--------------------------------------------------
CH-00.

*# the opening goes on the transaction's own trace, cross-linked
*# to the case, so ICA_TRT718_GET_DATA shows it in the chain.

    INITIALIZE ICA_TRF718_TRACE_WKSP.
    MOVE DC_TRACE_ID IN IO_CASE_REC
      TO P$_TRC_TRACE_ID    IN ICA_TRF718_TRACE_WKSP.
    MOVE "ICA_TRT723_PUT_DATA"
      TO P$_TRC_PROG_NAME   IN ICA_TRF718_TRACE_WKSP.
    MOVE "DISPUTE CASE OPENED"
      TO P$_TRC_DISPOSITION IN ICA_TRF718_TRACE_WKSP.
    STRING "DISPUTE " L$_WS01_CASE_ID_DSP
      DELIMITED BY SIZE
      INTO P$_TRC_LINK_ID   IN ICA_TRF718_TRACE_WKSP.
    CALL 'ICA_TRF718_TRACE' USING ICA_TRF718_TRACE_WKSP.

CH-EXIT.
    EXIT.


*--------------------------------------------------
CZ-REWRITE-CASE				    SECTION.
*--------------------------------------------------
CZ-00.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO DC_UPDATED_BY.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO DC_UPDATED_TMSP.

    REWRITE IO_CASE_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_CASE_STORE
          PERFORM Z-FINISH
    END-REWRITE.

CZ-EXIT.
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
