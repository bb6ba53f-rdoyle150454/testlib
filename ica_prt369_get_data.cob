*###### PROGRAM_NAME:  [ICA_PRT369_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_PRT369_GET_DATA] :לודומה םש #*
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
*    2.2 ICA_PRF343_AUDIT_SPILL - spill of an access-log row the
*        ICD_PRT_343_ACCESS_LOG store refused.
*
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2544     15-OCT-2026  TP_ELEVY   New read-only
*                                                           member summary
*                                                           panel. One fetch
*                                                           by member key
*                                                           brings together
*                                                           the CLB_MEM_BAS
*                                                           essentials, the
*                                                           member's
*                                                           accumulators with
*                                                           status and
*                                                           balance, the open
*                                                           and failed dues-
*                                                           ledger entries
*                                                           with the arrears
*                                                           total, the live
*                                                           installment plan,
*                                                           any legal hold,
*                                                           the contact
*                                                           preferences and
*                                                           any sensitive
*                                                           change awaiting
*                                                           approval. Each
*                                                           part names the
*                                                           panel that holds
*                                                           its detail. Every
*                                                           fetch is logged
*                                                           to ICD_PRT_343_
*                                                           ACCESS_LOG the
*                                                           way ICA_PRT343_
*                                                           GET_DATA logs
*                                                           its own.
*                          2546     15-OCT-2026  TP_ELEVY   Preference
*                                                           record carries
*                                                           the returned-
*                                                           mail date and
*                                                           reason ICA_
*                                                           PRB371_RETURN_
*                                                           MAIL sets.
*                          2547     15-OCT-2026  TP_ELEVY   Preference
*                                                           record carries
*                                                           the email
*                                                           address and its
*                                                           bounced flag.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_PRT369_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   Every store below is optional to this panel - a missing store
*   shows its part empty, it does not fail the inquiry. Own status
*   on each, no DECLARATIVES.

*   The receivable ledger ICA_PRB362_DUES_LEDGER keeps.
    SELECT I_LEDGER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       LG_KEY
           FILE STATUS		  IS	       L$_LEDGER_STATUS.

*   The installment plan store ICA_PRB353_INSTALLMENTS keeps.
    SELECT I_PLAN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PLAN_STATUS.

*   The legal-hold store ICA_PRT365_PUT_DATA maintains.
    SELECT I_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       LH_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_HOLD_STATUS.

*   The contact-preference store ICA_PRT363_PUT_DATA maintains.
    SELECT I_PREF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       CP_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_PREF_STATUS.

*   The sensitive-change queue ICA_PRT343_PUT_DATA appends to and
*   ICA_PRB357_APPLY_PENDING works.
    SELECT I_PENDING_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PENDING_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_PRB362_DUES_LEDGER keeps.
FD I_LEDGER_FILE
   VALUE OF ID IS L$_LEDGER_FILE_NAME.
01 I_LEDGER_REC.
   03 LG_KEY.
      05 LG_INTR_ID                 PIC 9(15).
      05 LG_CHARGE_DATE             PIC 9(08).
   03 LG_CLB_MEM_KEY                PIC X(30).
   03 LG_AMOUNT                     PIC S9(12)V99.
   03 LG_STATUS                     PIC X(01).
      88 LG_STATUS_OPEN			    VALUE "O".
      88 LG_STATUS_CLEARED		    VALUE "C".
      88 LG_STATUS_FAILED		    VALUE "F".
      88 LG_STATUS_PAID			    VALUE "P".
   03 LG_STATUS_DATE                PIC 9(08).
   03 LG_DUN_LEVEL                  PIC 9(01).
   03 LG_PAID_AMT                   PIC S9(12)V99.
   03 LG_PAID_DATE                  PIC 9(08).

*   Same record ICA_PRB353_INSTALLMENTS writes:
*     PLN_STATUS "A" active / "S" settle early / "C" closed.
FD I_PLAN_FILE
   VALUE OF ID IS L$_PLAN_FILE_NAME.
01 I_PLAN_REC.
   03 PLN_PLAN_ID                   PIC 9(08).
   03 PLN_CLB_MEM_KEY               PIC X(30).
   03 PLN_TOTAL_AMT                 PIC S9(09)V99.
   03 PLN_NUM_PAYMENTS              PIC 9(03).
   03 PLN_START_MONTH               PIC 9(06).
   03 PLN_PAYMENTS_MADE             PIC 9(03).
   03 PLN_REMAINING_BAL             PIC S9(09)V99.
   03 PLN_STATUS                    PIC X(01).
      88 PLN_STATUS_CLOSED		    VALUE "C".

*   Same record ICA_PRT365_PUT_DATA writes.
FD I_HOLD_FILE
   VALUE OF ID IS L$_HOLD_FILE_NAME.
01 I_HOLD_REC.
   03 LH_CLB_MEM_KEY                PIC X(30).
   03 LH_HOLD_REASON                PIC X(60).
   03 LH_PLACED_BY                  PIC X(12).
   03 LH_PLACED_DATE                PIC 9(08).
   03 LH_PLACED_TMSP                PIC S9(11)V9(07) COMP.

*   Same record ICA_PRT363_PUT_DATA writes.
FD I_PREF_FILE
   VALUE OF ID IS L$_PREF_FILE_NAME.
01 I_PREF_REC.
   03 CP_CLB_MEM_KEY                PIC X(30).
   03 CP_CHANNEL                    PIC X(01).
   03 CP_LANGUAGE                   PIC X(02).
   03 CP_OPT_OUT_NONMAND            PIC X(01).
   03 CP_RETURNED_MAIL              PIC X(01).
   03 CP_UPDATED_BY                 PIC X(12).
   03 CP_UPDATED_TMSP               PIC S9(11)V9(07) COMP.
   03 CP_RETURN_DATE                PIC 9(08).
   03 CP_RETURN_REASON              PIC X(30).
   03 CP_EMAIL_ADDRESS              PIC X(60).
   03 CP_EMAIL_BAD                  PIC X(01).

*   Same record ICA_PRT343_PUT_DATA queues:
*     PND_STATUS "P" still awaiting the second operator.
FD I_PENDING_FILE
   VALUE OF ID IS L$_PENDING_FILE_NAME.
01 I_PENDING_REC.
   03 PND_SEQ                       PIC 9(08).
   03 PND_STATUS                    PIC X(01).
      88 PND_STATUS_PENDING		    VALUE "P".
   03 PND_ORIGINATOR                PIC X(12).
   03 PND_QUEUED_TMSP               PIC S9(11)V9(07) COMP.
   03 PND_CLB_MEM_KEY               PIC X(30).
   03 PND_OLD_IMAGE                 PIC X(200).
   03 PND_NEW_IMAGE                 PIC X(200).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - workspace for the access-log
*# entry written on every fetch, as ICA_PRT343_GET_DATA writes it.
COPY "ICD_CDD_WKSP:ICD_PRT_343_ACCESS_LOG_DBW"      FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_PRF343_AUDIT_SPILL_WKSP"     FROM DICTIONARY.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - the accumulator balance
*# inquiry, walked on its member-key access path.
COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"         FROM DICTIONARY.

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"                  FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.

01 L$_LEDGER_FILE_NAME              PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_DUES_LEDGER.IDX".

01 L$_PLAN_FILE_NAME                PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.DAT".

01 L$_HOLD_FILE_NAME                PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_LEGAL_HOLD.IDX".

01 L$_PREF_FILE_NAME                PIC X(44)
   VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

01 L$_PENDING_FILE_NAME             PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_PRT343_PENDING.DAT".

01 L$_LEDGER_STATUS                 PIC X(02).
   88 L$_LEDGER_OK			    VALUE "00".

01 L$_PLAN_STATUS                   PIC X(02).
   88 L$_PLAN_OK			    VALUE "00".

01 L$_HOLD_STATUS                   PIC X(02).
   88 L$_HOLD_OK			    VALUE "00".

01 L$_PREF_STATUS                   PIC X(02).
   88 L$_PREF_OK			    VALUE "00".

01 L$_PENDING_STATUS                PIC X(02).
   88 L$_PENDING_OK			    VALUE "00".

01 L$_SW01_EOF_CURSOR               PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_CURSOR_NO		    VALUE 0.
   88 L$_SW01_EOF_CURSOR_YES		    VALUE 1.

01 L$_SW01_EOF_FILE                 PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_FILE_NO		    VALUE 0.
   88 L$_SW01_EOF_FILE_YES		    VALUE 1.

*# table bounds - must match the OCCURS of ICA_PRT369_DATA.
01 L$_CO01_MAX_ACCUMS               PIC 9(02) VALUE 10.
01 L$_CO01_MAX_LEDGER               PIC 9(02) VALUE 12.

01 L$_IX01_ACCUM                    PIC 9(02) COMP.
01 L$_IX01_LEDGER                   PIC 9(02) COMP.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data/scroll convention:
*     ICA_PRT369_KEY        - CLB_MEM_KEY.
*     ICA_PRT369_SCROLL_OTW - ICA_PRT369_SCROLL_WKSP occurs, each
*                             CLB_MEM_KEY (as ICA_PRT344_SEARCH_DATA
*                             hands it over).
*     ICA_PRT369_DATA       - one group per part, each carrying the
*                             name of its detail panel in P$_xxx_PANEL
*                             (spaces where no panel exists):
*       P$_MEM_PART     - the ICD_PRT_343_CLB_MEM_BAS fields by name,
*                         P$_MEM_PANEL.
*       P$_ACCUM_PART   - P$_ACCUM_CNT, P$_ACCUM_MORE_IND,
*                         P$_ACCUM_PANEL, P$_ACCUM_ENTRY occurs 10:
*                         ACCUM_INTR_ID, ACCUM_STATUS,
*                         CURRENT_BALANCE.
*       P$_LEDGER_PART  - P$_LEDGER_CNT, P$_LEDGER_MORE_IND,
*                         P$_ARREARS_TOTAL, P$_LEDGER_PANEL,
*                         P$_LEDGER_ENTRY occurs 12: LG_CHARGE_DATE,
*                         LG_AMOUNT, LG_PAID_AMT, LG_STATUS,
*                         LG_DUN_LEVEL.
*       P$_PLAN_PART    - P$_PLAN_IND, P$_PLAN_PANEL and the
*                         I_PLAN_REC fields by name.
*       P$_HOLD_PART    - P$_HOLD_IND, P$_HOLD_PANEL and the
*                         I_HOLD_REC fields by name.
*       P$_PREF_PART    - P$_PREF_IND, P$_PREF_PANEL and the
*                         I_PREF_REC fields by name.
*       P$_PENDING_PART - P$_PENDING_CNT, P$_PENDING_PANEL and the
*                         latest pending I_PENDING_REC's PND_SEQ,
*                         PND_ORIGINATOR, PND_QUEUED_TMSP.
COPY "ICA_CDD_WKSP:ICA_PRT369_KEY"      FROM DICTIONARY
	REPLACING ICA_PRT369_KEY BY ICA_PRT369_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_PRT369_DATA"      FROM DICTIONARY
	REPLACING ICA_PRT369_DATA BY ICA_PRT369_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_PRT369_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_PRT369_KEY_INW
                         ICA_PRT369_DATA_OTW
                         ICA_PRT369_SCROLL_OTW
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


*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_PRT369_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

* initialize DBA routine workspace. Put success value in return status.

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW,
	       ICA_PRT369_DATA_OTW,
	       ICD_PRT_343_ACCESS_LOG_DBW,
	       ICD_PRT_755_BAL_CHK_DBW.

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
       PERFORM CBA-LOG-ACCESS
       PERFORM CBB-GET-ACCUMS
       PERFORM CBC-GET-LEDGER
       PERFORM CBD-GET-PLAN
       PERFORM CBE-GET-HOLD
       PERFORM CBF-GET-PREF
       PERFORM CBG-GET-PENDING
       PERFORM CC-HANDLE-DATA
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-PREPARE-KEY				    SECTION.
*--------------------------------------------------
CA-00.


    MOVE CORR ICA_PRT369_SCROLL_WKSP IN ICA_PRT369_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICD_PRT_343_CLB_MEM_BAS_PRW.

*# the detail panel each part links to - fixed, so set once here.
*# Neither the ledger nor the plan store has a panel of its own;
*# their parts carry no link.

    MOVE "ICA_PRT343_GET_DATA"
      TO P$_MEM_PANEL     IN ICA_PRT369_DATA_OTW.
    MOVE "ICA_PRT755_GET_DATA"
      TO P$_ACCUM_PANEL   IN ICA_PRT369_DATA_OTW.
    MOVE SPACES
      TO P$_LEDGER_PANEL  IN ICA_PRT369_DATA_OTW
         P$_PLAN_PANEL    IN ICA_PRT369_DATA_OTW.
    MOVE "ICA_PRT365_PUT_DATA"
      TO P$_HOLD_PANEL    IN ICA_PRT369_DATA_OTW.
    MOVE "ICA_PRT363_PUT_DATA"
      TO P$_PREF_PANEL    IN ICA_PRT369_DATA_OTW.
    MOVE "ICA_PRT343_PUT_DATA"
      TO P$_PENDING_PANEL IN ICA_PRT369_DATA_OTW.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

*   Compute DP$_ACTION out of an READ ACTION and a DATABASE ACCESS
    MOVE DP$_SYM_TRAN_READ TO DP$_ACTION OF ICD_COMMON_DBW.

    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW.

    IF DP$_STATUS IN ICD_COMMON_DBW IS FAILURE
       MOVE DP$_STATUS IN ICD_COMMON_DBW TO SP$_ACW_PROC_AUX_STATUS
       MOVE DP$_STATUS_AUXIL_TEXT IN ICD_COMMON_DBW TO SP$_ACW_FORM_MSG
       MOVE "SEC:CB-GET-REC RTN:ICD_COMMON_DBA" TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF.


    ADD DP$_SYM_INQUIRE TO  DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW.
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW.

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW = SP$_MSG_NO_DATA_FOUND
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM E-ROLLBACK
       PERFORM Z-FINISH
    END-IF.

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW IS FAILURE
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW TO SP$_ACW_PROC_AUX_STATUS
       MOVE DP$_STATUS_AUXIL_TEXT IN ICD_PRT_343_CLB_MEM_BAS_DBW TO SP$_ACW_FORM_MSG
       MOVE "SEC:CB-GET-REC RTN:ICD_PRT_343_CLB_MEM_BAS_DBA" TO SP$_ACW_FREE_TEXT
       PERFORM E-ROLLBACK
       PERFORM Z-FINISH
    END-IF.

    MOVE CORR ICD_PRT_343_CLB_MEM_BAS IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO P$_MEM_PART IN ICA_PRT369_DATA_OTW.

CB-EXIT.
    EXIT.

*--------------------------------------------------
CBA-LOG-ACCESS				    SECTION.
*--------------------------------------------------
CBA-00.

*# the summary shows the member's row as surely as ICA_PRT343_GET_DATA
*# does, so the fetch leaves the same trail - who looked at which
*# member, and when - and a refused row is spilled, not lost.

    INITIALIZE ICD_PRT_343_ACCESS_LOG_DBW.

    MOVE CORR ICD_PRT_343_CLB_MEM_BAS_PRW
      TO ICD_PRT_343_ACCESS_LOG_PRW.

    MOVE SP$_ACW_USER_NAME     IN UTL_CONTROL_ACW
      TO OPER_ID                  IN ICD_PRT_343_ACCESS_LOG_PRW.

    CALL "UTL_GET_DATE_TIME" USING UTL_GET_DATE_TIME_WKSP.

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO ACCESS_TMSP              IN ICD_PRT_343_ACCESS_LOG_PRW.

    ADD DP$_SYM_STORE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_ACCESS_LOG_DBW.
    CALL 'ICD_PRT_343_ACCESS_LOG_DBA' USING ICD_PRT_343_ACCESS_LOG_DBW.

    IF DP$_STATUS IN ICD_PRT_343_ACCESS_LOG_DBW IS FAILURE
       DISPLAY "** WARNING - unable to log member summary access: "
               DP$_STATUS_AUXIL_TEXT IN ICD_PRT_343_ACCESS_LOG_DBW

       INITIALIZE ICA_PRF343_AUDIT_SPILL_WKSP
       MOVE "A" TO P$_SPILL_TYPE  IN ICA_PRF343_AUDIT_SPILL_WKSP
       MOVE ICD_PRT_343_ACCESS_LOG_PRW
         TO P$_SPILL_IMAGE        IN ICA_PRF343_AUDIT_SPILL_WKSP
       CALL 'ICA_PRF343_AUDIT_SPILL' USING ICA_PRF343_AUDIT_SPILL_WKSP
    END-IF.

CBA-EXIT.
    EXIT.


*--------------------------------------------------
CBB-GET-ACCUMS				    SECTION.
*--------------------------------------------------
CBB-00.

*# the member-key access path of the balance inquiry (DP$_KEY_SEQUENCE
*# 1), walked as a cursor rather than the single inquire the batch
*# checks make - the summary wants every accumulator, cancelled ones
*# included, with its status. The walk stops at the first row of
*# another member.

    SET L$_SW01_EOF_CURSOR_NO TO TRUE.
    MOVE ZERO TO L$_IX01_ACCUM.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW.

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW.

    MOVE 1
      TO DP$_KEY_SEQUENCE IN ICD_PRT_755_BAL_CHK_DBW.

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_BAL_CHK_DBW.

    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
       CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW
           WHEN SP$_MSG_NORMAL
                IF CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW NOT =
                   CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
                   SET L$_SW01_EOF_CURSOR_YES TO TRUE
                ELSE
                   PERFORM CBB1-ADD-ACCUM
                END-IF

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                SET L$_SW01_EOF_CURSOR_YES TO TRUE
                DISPLAY "** WARNING - accumulator part incomplete: "
                        DP$_STATUS_AUXIL_TEXT IN ICD_PRT_755_BAL_CHK_DBW
       END-EVALUATE
    END-PERFORM.

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_BAL_CHK_DBW.

    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    MOVE L$_IX01_ACCUM TO P$_ACCUM_CNT IN ICA_PRT369_DATA_OTW.

CBB-EXIT.
    EXIT.


*--------------------------------------------------
CBB1-ADD-ACCUM				    SECTION.
*--------------------------------------------------
CBB1-00.

    IF L$_IX01_ACCUM NOT < L$_CO01_MAX_ACCUMS
       MOVE "Y" TO P$_ACCUM_MORE_IND IN ICA_PRT369_DATA_OTW
       GO TO CBB1-EXIT
    END-IF.

    ADD 1 TO L$_IX01_ACCUM.

    MOVE ACCUM_INTR_ID   IN ICD_PRT_755_BAL_CHK_PRW
      TO ACCUM_INTR_ID   IN P$_ACCUM_ENTRY IN ICA_PRT369_DATA_OTW
                            (L$_IX01_ACCUM).
    MOVE ACCUM_STATUS    IN ICD_PRT_755_BAL_CHK_PRW
      TO ACCUM_STATUS    IN P$_ACCUM_ENTRY IN ICA_PRT369_DATA_OTW
                            (L$_IX01_ACCUM).
    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
      TO CURRENT_BALANCE IN P$_ACCUM_ENTRY IN ICA_PRT369_DATA_OTW
                            (L$_IX01_ACCUM).

CBB1-EXIT.
    EXIT.


*--------------------------------------------------
CBC-GET-LEDGER				    SECTION.
*--------------------------------------------------
CBC-00.

*# the member's ledger entries, by a keyed sweep over the member id -
*# START at (id, zero), ICA_PRB362_DUES_LEDGER's walk. Only what is
*# still owed is listed - open and failed entries - and the arrears
*# total is what is left on them after direct credits, counted over
*# every such entry even past the end of the list.

    SET L$_SW01_EOF_FILE_NO TO TRUE.
    MOVE ZERO TO L$_IX01_LEDGER.

    OPEN INPUT I_LEDGER_FILE.

    IF NOT L$_LEDGER_OK
       GO TO CBC-EXIT
    END-IF.

    MOVE MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                   IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO LG_INTR_ID.
    MOVE ZERO TO LG_CHARGE_DATE.

    START I_LEDGER_FILE KEY NOT < LG_KEY.

    IF NOT L$_LEDGER_OK
       SET L$_SW01_EOF_FILE_YES TO TRUE
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_FILE_YES
       READ I_LEDGER_FILE NEXT
          AT END
             SET L$_SW01_EOF_FILE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_FILE_NO
          IF LG_INTR_ID NOT =
             MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW
             SET L$_SW01_EOF_FILE_YES TO TRUE
          ELSE
             IF LG_STATUS_OPEN OR LG_STATUS_FAILED
                PERFORM CBC1-ADD-LEDGER
             END-IF
          END-IF
       END-IF
    END-PERFORM.

    CLOSE I_LEDGER_FILE.

    MOVE L$_IX01_LEDGER TO P$_LEDGER_CNT IN ICA_PRT369_DATA_OTW.

CBC-EXIT.
    EXIT.


*--------------------------------------------------
CBC1-ADD-LEDGER				    SECTION.
*--------------------------------------------------
CBC1-00.

    COMPUTE P$_ARREARS_TOTAL IN ICA_PRT369_DATA_OTW =
            P$_ARREARS_TOTAL IN ICA_PRT369_DATA_OTW
          + LG_AMOUNT - LG_PAID_AMT.

    IF L$_IX01_LEDGER NOT < L$_CO01_MAX_LEDGER
       MOVE "Y" TO P$_LEDGER_MORE_IND IN ICA_PRT369_DATA_OTW
       GO TO CBC1-EXIT
    END-IF.

    ADD 1 TO L$_IX01_LEDGER.

    MOVE LG_CHARGE_DATE
      TO LG_CHARGE_DATE IN P$_LEDGER_ENTRY IN ICA_PRT369_DATA_OTW
                           (L$_IX01_LEDGER).
    MOVE LG_AMOUNT
      TO LG_AMOUNT      IN P$_LEDGER_ENTRY IN ICA_PRT369_DATA_OTW
                           (L$_IX01_LEDGER).
    MOVE LG_PAID_AMT
      TO LG_PAID_AMT    IN P$_LEDGER_ENTRY IN ICA_PRT369_DATA_OTW
                           (L$_IX01_LEDGER).
    MOVE LG_STATUS
      TO LG_STATUS      IN P$_LEDGER_ENTRY IN ICA_PRT369_DATA_OTW
                           (L$_IX01_LEDGER).
    MOVE LG_DUN_LEVEL
      TO LG_DUN_LEVEL   IN P$_LEDGER_ENTRY IN ICA_PRT369_DATA_OTW
                           (L$_IX01_LEDGER).

CBC1-EXIT.
    EXIT.


*--------------------------------------------------
CBD-GET-PLAN				    SECTION.
*--------------------------------------------------
CBD-00.

*# the plan store is sequential and small; the member's live plan is
*# the one not closed - ICA_PRB353_INSTALLMENTS keeps at most one.

    MOVE "N" TO P$_PLAN_IND IN ICA_PRT369_DATA_OTW.
    SET L$_SW01_EOF_FILE_NO TO TRUE.

    OPEN INPUT I_PLAN_FILE.

    IF NOT L$_PLAN_OK
       GO TO CBD-EXIT
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_FILE_YES
       READ I_PLAN_FILE
          AT END
             SET L$_SW01_EOF_FILE_YES TO TRUE
          NOT AT END
             IF PLN_CLB_MEM_KEY =
                CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                            IN ICD_PRT_343_CLB_MEM_BAS_DBW
             AND NOT PLN_STATUS_CLOSED
                MOVE CORR I_PLAN_REC
                  TO P$_PLAN_PART IN ICA_PRT369_DATA_OTW
                MOVE "Y" TO P$_PLAN_IND IN ICA_PRT369_DATA_OTW
                SET L$_SW01_EOF_FILE_YES TO TRUE
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_PLAN_FILE.

CBD-EXIT.
    EXIT.


*--------------------------------------------------
CBE-GET-HOLD				    SECTION.
*--------------------------------------------------
CBE-00.

    MOVE "N" TO P$_HOLD_IND IN ICA_PRT369_DATA_OTW.

    OPEN INPUT I_HOLD_FILE.

    IF NOT L$_HOLD_OK
       GO TO CBE-EXIT
    END-IF.

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO LH_CLB_MEM_KEY.

    READ I_HOLD_FILE.

    IF L$_HOLD_OK
       MOVE CORR I_HOLD_REC
         TO P$_HOLD_PART IN ICA_PRT369_DATA_OTW
       MOVE "Y" TO P$_HOLD_IND IN ICA_PRT369_DATA_OTW
    END-IF.

    CLOSE I_HOLD_FILE.

CBE-EXIT.
    EXIT.


*--------------------------------------------------
CBF-GET-PREF				    SECTION.
*--------------------------------------------------
CBF-00.

*# no record is the default - every channel allowed, nothing opted
*# out - which the panel shows as no preferences recorded.

    MOVE "N" TO P$_PREF_IND IN ICA_PRT369_DATA_OTW.

    OPEN INPUT I_PREF_FILE.

    IF NOT L$_PREF_OK
       GO TO CBF-EXIT
    END-IF.

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CP_CLB_MEM_KEY.

    READ I_PREF_FILE.

    IF L$_PREF_OK
       MOVE CORR I_PREF_REC
         TO P$_PREF_PART IN ICA_PRT369_DATA_OTW
       MOVE "Y" TO P$_PREF_IND IN ICA_PRT369_DATA_OTW
    END-IF.

    CLOSE I_PREF_FILE.

CBF-EXIT.
    EXIT.


*--------------------------------------------------
CBG-GET-PENDING				    SECTION.
*--------------------------------------------------
CBG-00.

*# the queue is appended in arrival order, so the last pending entry
*# read for the member is the latest; the count tells the operator
*# whether there are more behind it.

    MOVE ZERO TO P$_PENDING_CNT IN ICA_PRT369_DATA_OTW.
    SET L$_SW01_EOF_FILE_NO TO TRUE.

    OPEN INPUT I_PENDING_FILE.

    IF NOT L$_PENDING_OK
       GO TO CBG-EXIT
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_FILE_YES
       READ I_PENDING_FILE
          AT END
             SET L$_SW01_EOF_FILE_YES TO TRUE
          NOT AT END
             IF PND_CLB_MEM_KEY =
                CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                            IN ICD_PRT_343_CLB_MEM_BAS_DBW
             AND PND_STATUS_PENDING
                ADD 1 TO P$_PENDING_CNT IN ICA_PRT369_DATA_OTW
                MOVE CORR I_PENDING_REC
                  TO P$_PENDING_PART IN ICA_PRT369_DATA_OTW
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_PENDING_FILE.

CBG-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE DP$_SYM_COMMIT TO DP$_ACTION OF ICD_COMMON_DBW.
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW.

    IF DP$_STATUS IN ICD_COMMON_DBW IS FAILURE
       MOVE DP$_STATUS IN ICD_COMMON_DBW TO SP$_ACW_PROC_AUX_STATUS
       MOVE DP$_STATUS_AUXIL_TEXT IN ICD_COMMON_DBW TO SP$_ACW_FORM_MSG
       MOVE "SEC:CC-HANDLE-DATA RTN:ICD_COMMON_DBA" TO SP$_ACW_FREE_TEXT
       PERFORM E-ROLLBACK
       PERFORM Z-FINISH
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
E-ROLLBACK				    SECTION.
*--------------------------------------------------
E-00.

* Rollback transaction.

    MOVE DP$_SYM_ROLLBACK TO DP$_ACTION OF ICD_COMMON_DBW.
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW.

E-EXIT.
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
