*********************************************************************
******* PROGRAM_NAME: [ICA_PRB375_MEMBER_DQ_AUDIT.COB] **************
*                                                                   *
*                                    [Club products sub-system]    *
*              Member base data-quality audit                      *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  The PRT343 save programs run the CLB_MEM_BAS rule set on every  *
*  row saved, but the rows saved before the rule set existed were  *
*  never checked - bad data only shows when a letter comes back or *
*  a debit is rejected.  This periodic job sweeps the member base  *
*  and every store that hangs off it, and reports each rule        *
*  violation against the member:                                    *
*                                                                   *
*    01 the row fails the PRT343 save rule set itself               *
*       (ICD_PRT_343_CLB_VLDT_DBA, the one place a rule lives);    *
*    02 a mandatory field is empty - name, address, membership     *
*       type, join date, expiry date;                               *
*    03 an impossible date - not a calendar date, joined after the *
*       run date, or expiring before joining;                       *
*    04 the membership has run out (lapsed, terminated, merged,    *
*       deceased or past its expiry date) but an accumulator of    *
*       the member's is still active (ICD_PRT_755_DBCR_STOP, the   *
*       owner off ICD_PRT_755_BAL_CHK - PRB364's lookup);           *
*    05 the membership has run out but an installment plan of the  *
*       member's is still open (ICA_PRB353_PLANS.DAT);             *
*    06 the member's account matches no valid mandate in the       *
*       registry - the same test ICA_TRB711_EDIT_BENLEUMI's        *
*       EA3-CHECK-MANDATE holds a debit on;                         *
*    07 no contact preference on file (ICA_PRF363_CONTACT_PREF     *
*       then assumes mail).                                         *
*                                                                   *
*  Rules 01-03 and 07 are checked for every member not closed       *
*  (terminated, merged or deceased); rule 06 for members still      *
*  running who have account details.  A store that is not there    *
*  leaves its rule unchecked, and the report says so.              *
*                                                                   *
*  Violations are sorted by rule and member; the report gives each *
*  rule's count against the previous run's (a per-rule statistics  *
*  history this job appends to), then the detail, rule by rule.    *
*  The same lines go to the service desk's worklist file.           *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 report and the worklist.          *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       ICD_PRT_343_CLB_MEM_BAS  I   member rows (cursor, inquiry). *
*       ICD_PRT_343_CLB_VLDT     I   PRT343 save rule set.          *
*       ICD_PRT_755_DBCR_STOP    I   accumulator sweep (cursor).    *
*       ICD_PRT_755_BAL_CHK      I   accumulator owner.             *
*       I_PLAN_FILE              I   installment plan store.        *
*       I_MANDATE_FILE           I   mandate registry.              *
*       I_PREF_FILE              I   contact-preference store.      *
*       I_RULE_STATS_FILE       I/O  per-rule violation history.    *
*       SORT_FILE                S   orders violations by rule then *
*                                     member.                        *
*       O_WORKLIST_FILE          O   service-desk worklist.         *
*       O_REPORT_FILE            O   data-quality report.           *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB375_MEMBER_DQ_AUDIT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The installment plan store - missing store = no plans, own
*   status, the PRB353 stance.
    SELECT I_PLAN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PLAN_FILE_STATUS.

*   The mandate registry - missing registry = the mandate check is
*   not in use yet (TRB711's BJ-LOAD-MANDATES stance), own status.
    SELECT I_MANDATE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_FILE_STATUS.

*   The contact-preference store, read by member key - not found
*   is the violation, a missing store leaves rule 07 unchecked.
    SELECT I_PREF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       CP_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_PREF_STATUS.

*   Per-rule violation history - read for the previous run's
*   counts, appended with this run's at the end. A missing file is
*   the first audit ever, so no DECLARATIVES of its own.
    SELECT I_RULE_STATS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_STATS_FILE_STATUS.

*   Service-desk worklist.
    SELECT O_WORKLIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Data-quality report.
    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Orders the violations - see C-SORT-VIOLATIONS.
    SELECT  SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Same plan record ICA_PRB353_INSTALLMENTS keeps.
 FD I_PLAN_FILE
    VALUE OF ID IS L$_PLAN_FILE_NAME.
 01 I_PLAN_REC.
    03 PLN_PLAN_ID                  PIC 9(08).
    03 PLN_CLB_MEM_KEY              PIC X(30).
    03 PLN_TOTAL_AMT                PIC S9(09)V99.
    03 PLN_NUM_PAYMENTS             PIC 9(03).
    03 PLN_START_MONTH              PIC 9(06).
    03 PLN_PAYMENTS_MADE            PIC 9(03).
    03 PLN_REMAINING_BAL            PIC S9(09)V99.
    03 PLN_STATUS                   PIC X(01).

*   Same hand-kept record convention ICA_TRB72I_MANDATE_INGEST
*   keeps.
 FD I_MANDATE_FILE
    VALUE OF ID IS L$_MANDATE_FILE_NAME.
 01 I_MANDATE_REC.
    03 MND_ACC_BANK_NUM            PIC 9(02).
    03 MND_ACC_BRANCH_NUM          PIC 9(03).
    03 MND_ACC_TYPE_CODE           PIC 9(03).
    03 MND_ACC_NUM                 PIC 9(06).
    03 MND_AUTH_DATE               PIC 9(08).
    03 MND_CEILING                 PIC S9(12)V99.
    03 MND_EXPIRY_DATE             PIC 9(08).
    03 MND_STATUS                  PIC X(01).

*   Same hand-kept record convention the ICA_PRT363_PUT_DATA panel
*   writes.
 FD I_PREF_FILE
    VALUE OF ID IS L$_PREF_FILE_NAME.
 01 I_PREF_REC.
    03 CP_CLB_MEM_KEY               PIC X(30).
    03 CP_CHANNEL                   PIC X(01).
    03 CP_LANGUAGE                  PIC X(02).
    03 CP_OPT_OUT_NONMAND           PIC X(01).
    03 CP_RETURNED_MAIL             PIC X(01).
    03 CP_UPDATED_BY                PIC X(12).
    03 CP_UPDATED_TMSP              PIC S9(11)V9(07) COMP.
    03 CP_RETURN_DATE               PIC 9(08).
    03 CP_RETURN_REASON             PIC X(30).
    03 CP_EMAIL_ADDRESS             PIC X(60).
    03 CP_EMAIL_BAD                 PIC X(01).

*   One record per rule checked per run.
 FD I_RULE_STATS_FILE
    VALUE OF ID IS L$_RULE_STATS_NAME.
 01 I_RULE_STATS_REC.
    03 ST_RUN_DATE                  PIC 9(08).
    03 ST_RULE_CODE                 PIC 9(02).
    03 ST_VIOLATIONS                PIC 9(09).

*   One record per violation, rule by rule, member by member.
 FD O_WORKLIST_FILE
    VALUE OF ID IS L$_O_WORKLIST_NAME.
 01 O_WORKLIST_REC.
    03 WL_RULE_CODE                 PIC 9(02).
    03 WL_CLB_MEM_KEY               PIC X(30).
    03 WL_RULE_TEXT                 PIC X(34).
    03 WL_DETAIL                    PIC X(60).
    03 WL_RUN_DATE                  PIC 9(08).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

 SD  SORT_FILE.
    01  DQ_SORT_REC.
        03 S_RULE_CODE              PIC 9(02).
        03 S_CLB_MEM_KEY            PIC X(30).
        03 S_DETAIL                 PIC X(60).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_PLAN_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.DAT".

 01 L$_PLAN_FILE_STATUS             PIC X(02).
    88 L$_PLAN_FILE_FOUND		    VALUE "00".

 01 L$_MANDATE_FILE_NAME            PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.DAT".

 01 L$_MANDATE_FILE_STATUS          PIC X(02).
    88 L$_MANDATE_FILE_FOUND		    VALUE "00".

 01 L$_PREF_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_PREF_STATUS                  PIC X(02).
    88 L$_PREF_OK			    VALUE "00".

 01 L$_RULE_STATS_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB375_RULE_STATS.DAT".

 01 L$_STATS_FILE_STATUS            PIC X(02).
    88 L$_STATS_FILE_FOUND		    VALUE "00".

 01 L$_O_WORKLIST_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB375_WRK_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_WORKLIST_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB375_DQA_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_RUN_DATE                PIC 9(08).

*   the rule titles, in rule-code order.
 01 L$_WS01_RULE_NAMES.
    03 FILLER    PIC X(34)  VALUE "PRT343 SAVE RULE SET FAILED       ".
    03 FILLER    PIC X(34)  VALUE "MANDATORY FIELD MISSING           ".
    03 FILLER    PIC X(34)  VALUE "IMPOSSIBLE DATE                   ".
    03 FILLER    PIC X(34)  VALUE "RUN OUT - ACCUMULATOR ACTIVE      ".
    03 FILLER    PIC X(34)  VALUE "RUN OUT - INSTALLMENT PLAN OPEN   ".
    03 FILLER    PIC X(34)  VALUE "ACCOUNT MATCHES NO VALID MANDATE  ".
    03 FILLER    PIC X(34)  VALUE "NO CONTACT PREFERENCE ON FILE     ".
 01 L$_WS01_RULE_NAMES_RED REDEFINES L$_WS01_RULE_NAMES.
    03 L$_WS01_RULE_TEXT  OCCURS 7 TIMES PIC X(34).

*   per rule: this run's count, whether it could be checked, and
*   the previous run's count.
 01 L$_WS01_RULE_TBL.
    03 L$_WS01_RULE_ENTRY  OCCURS 7 TIMES
                           INDEXED BY L$_WS01_RULE_IDX.
       05 L$_WS01_RULE_CNT          PIC 9(09).
       05 L$_WS01_RULE_CHECKED      PIC 9(01).
          88 L$_WS01_RULE_CHECKED_NO		    VALUE 0.
          88 L$_WS01_RULE_CHECKED_YES		    VALUE 1.
       05 L$_WS01_RULE_PREV_CNT     PIC 9(09).
       05 L$_WS01_RULE_PREV_FOUND   PIC 9(01).
          88 L$_WS01_RULE_PREV_NO		    VALUE 0.
          88 L$_WS01_RULE_PREV_YES		    VALUE 1.

*   the run the trend compares against - the latest before this one.
 01 L$_WS01_PREV_RUN_DATE           PIC 9(08).
 01 L$_WS01_RULE_CHANGE             PIC S9(09).

*   the violation being released.
 01 L$_WS01_VIOL_RULE               PIC 9(02).
 01 L$_WS01_VIOL_KEY                PIC X(30).
 01 L$_WS01_VIOL_DETAIL             PIC X(60).

*   the rule the detail section is on.
 01 L$_WS01_PREV_RULE               PIC 9(02).

*   XD-CHECK-DATE's interface.
 01 L$_WS01_CHK_DATE                PIC 9(08).
 01 L$_WS01_CHK_DATE_RED REDEFINES L$_WS01_CHK_DATE.
    03 L$_WS01_CHK_YYYY             PIC 9(04).
    03 L$_WS01_CHK_MM               PIC 9(02).
    03 L$_WS01_CHK_DD               PIC 9(02).

 01 L$_WS01_MONTH_DAYS_VAL          PIC X(24)
    VALUE "312831303130313130313031".
 01 L$_WS01_MONTH_DAYS_RED REDEFINES L$_WS01_MONTH_DAYS_VAL.
    03 L$_WS01_MONTH_DAYS  OCCURS 12 TIMES PIC 9(02).

 01 L$_WS01_MAX_DD                  PIC 9(02).
 01 L$_WS01_LEAP_QUOT               PIC 9(04).
 01 L$_WS01_LEAP_REM                PIC 9(04).

*   the mandate registry, loaded once - sized as TRB711's.
 01 L$_MND_TBL.
    03 L$_MND_CNT                   PIC 9(05)       VALUE 0.
    03 L$_MND_FOUND_IDX             PIC 9(05)       VALUE 0.
    03 L$_MND_ENTRY  OCCURS 5000 TIMES
                     INDEXED BY L$_MND_IDX.
       05 L$_MND_ACC_BANK_NUM       PIC 9(02).
       05 L$_MND_ACC_BRANCH_NUM     PIC 9(03).
       05 L$_MND_ACC_TYPE_CODE      PIC 9(03).
       05 L$_MND_ACC_NUM            PIC 9(06).
       05 L$_MND_EXPIRY_DATE        PIC 9(08).
       05 L$_MND_STATUS             PIC X(01).

*   accumulators under this status are cancelled - PRB364's
*   TRB71V qualifying rule.
 01 L$_CO01_STATUS_CANCELLED        PIC 9(01) VALUE 4.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CURSOR            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CURSOR_NO			    VALUE 0.
       88 L$_SW01_EOF_CURSOR_YES		    VALUE 1.
    03 L$_SW01_EOF_SORT              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_EOF_STATS             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STATS_NO			    VALUE 0.
       88 L$_SW01_EOF_STATS_YES			    VALUE 1.
    03 L$_SW01_EOF_PLANS             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PLANS_NO			    VALUE 0.
       88 L$_SW01_EOF_PLANS_YES			    VALUE 1.
    03 L$_SW01_EOF_MANDATES          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_MANDATES_NO		    VALUE 0.
       88 L$_SW01_EOF_MANDATES_YES		    VALUE 1.
    03 L$_SW01_PREF_STORE            PIC 9(01)       VALUE 0.
       88 L$_SW01_PREF_STORE_NO			    VALUE 0.
       88 L$_SW01_PREF_STORE_YES		    VALUE 1.
    03 L$_SW01_DATE                  PIC 9(01)       VALUE 0.
       88 L$_SW01_DATE_BAD			    VALUE 0.
       88 L$_SW01_DATE_OK			    VALUE 1.
    03 L$_SW01_MEMBER                PIC 9(01)       VALUE 0.
       88 L$_SW01_MEMBER_NOT_FOUND		    VALUE 0.
       88 L$_SW01_MEMBER_FOUND			    VALUE 1.
    03 L$_SW01_RUN_OUT               PIC 9(01)       VALUE 0.
       88 L$_SW01_RUN_OUT_NO			    VALUE 0.
       88 L$_SW01_RUN_OUT_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_MEMBERS_READ         PIC 9(09).
    03 L$_CT01_MEMBERS_CLOSED       PIC 9(09).
    03 L$_CT01_ACCUMS_READ          PIC 9(09).
    03 L$_CT01_PLANS_READ           PIC 9(09).
    03 L$_CT01_VIOLATIONS           PIC 9(09).
    03 L$_CT01_WORKLIST_RECS        PIC 9(09).

 01 LD$_AMT                         PIC -(9)9.99.
 01 LD$_CNT                         PIC Z(08)9.
 01 LD$_CNT2                        PIC Z(08)9.
 01 LD$_CHG                         PIC -(08)9.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_VLDT_DBW"        FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"       FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"         FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - run date, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_PRB375_MEMBER_DQ_AUDIT_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB375_MEMBER_DQ_AUDIT_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_REPORT_FILE_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 001-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 002-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_WORKLIST_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_WORKLIST_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM E-LOAD-STATS-HISTORY

    PERFORM C-SORT-VIOLATIONS

    PERFORM H-APPEND-STATS-HISTORY

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB375_MEMBER_DQ_AUDIT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_RULE_TBL
               L$_MND_TBL

    MOVE ZERO TO L$_WS01_PREV_RUN_DATE

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_PRB375_MEMBER_DQ_AUDIT_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_WORKLIST_DATE IN L$_O_WORKLIST_NAME
         L$_WS01_REPORT_DATE   IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "CLB_MEM_BAS member base - data-quality audit"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "RUN DATE: " L$_WS01_RUN_DATE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_WORKLIST_FILE
    DISPLAY "Open Output File: " L$_O_WORKLIST_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB375_MEMBER_DQ_AUDIT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

*#  rules 01-04 need nothing but the tables; 05-07 only their store.
    PERFORM VARYING L$_WS01_RULE_IDX FROM 1 BY 1
               UNTIL L$_WS01_RULE_IDX > 4
       SET L$_WS01_RULE_CHECKED_YES(L$_WS01_RULE_IDX) TO TRUE
    END-PERFORM

    PERFORM BA-LOAD-MANDATES

    PERFORM BB-OPEN-PREF-STORE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-MANDATES			SECTION.
*--------------------------------------------------------------------
*# the registry as TRB711's BJ-LOAD-MANDATES loads it.
 BA-00.

    OPEN INPUT I_MANDATE_FILE

    IF NOT L$_MANDATE_FILE_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no mandate registry " L$_MANDATE_FILE_NAME
              " - rule 06 not checked."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO BA-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_MANDATE_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_MANDATES_YES
       READ I_MANDATE_FILE
          AT END
             SET L$_SW01_EOF_MANDATES_YES TO TRUE
          NOT AT END
             IF L$_MND_CNT < 5000
                ADD 1 TO L$_MND_CNT
                SET L$_MND_IDX TO L$_MND_CNT
                MOVE MND_ACC_BANK_NUM
                  TO L$_MND_ACC_BANK_NUM(L$_MND_IDX)
                MOVE MND_ACC_BRANCH_NUM
                  TO L$_MND_ACC_BRANCH_NUM(L$_MND_IDX)
                MOVE MND_ACC_TYPE_CODE
                  TO L$_MND_ACC_TYPE_CODE(L$_MND_IDX)
                MOVE MND_ACC_NUM
                  TO L$_MND_ACC_NUM(L$_MND_IDX)
                MOVE MND_EXPIRY_DATE
                  TO L$_MND_EXPIRY_DATE(L$_MND_IDX)
                MOVE MND_STATUS
                  TO L$_MND_STATUS(L$_MND_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 5000 mandates "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_MANDATE_FILE

    SET L$_WS01_RULE_IDX TO 6
    SET L$_WS01_RULE_CHECKED_YES(L$_WS01_RULE_IDX) TO TRUE

    DISPLAY "Mandates loaded: ", L$_MND_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-OPEN-PREF-STORE			SECTION.
*--------------------------------------------------------------------
 BB-00.

    OPEN INPUT I_PREF_FILE

    IF NOT L$_PREF_OK
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no contact-preference store " L$_PREF_FILE_NAME
              " - rule 07 not checked."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO BB-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_PREF_FILE_NAME

    SET L$_SW01_PREF_STORE_YES TO TRUE
    SET L$_WS01_RULE_IDX TO 7
    SET L$_WS01_RULE_CHECKED_YES(L$_WS01_RULE_IDX) TO TRUE
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SORT-VIOLATIONS			SECTION.
*--------------------------------------------------------------------
 C-00.

    SORT SORT_FILE
         ON ASCENDING
         KEY S_RULE_CODE
             S_CLB_MEM_KEY
         WITH DUPLICATES IN ORDER
         INPUT  PROCEDURE CA-RELEASE-VIOLATIONS
         OUTPUT PROCEDURE D-REPORT-VIOLATIONS
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-RELEASE-VIOLATIONS			SECTION.
*--------------------------------------------------------------------
*# the member base first, then the two stores that point back into
*# it - every rule's violations are counted as they are released,
*# so the summary can lead the report.
 CA-00.

    PERFORM CB-SWEEP-MEMBERS

    PERFORM CF-SWEEP-ACCUMULATORS

    PERFORM CH-SWEEP-PLANS

    IF L$_SW01_PREF_STORE_YES
       CLOSE I_PREF_FILE
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-SWEEP-MEMBERS			SECTION.
*--------------------------------------------------------------------
*# full cursor sweep of the member base - the house OPEN_CURSOR/
*# FETCH convention of PRB348's BB-OPEN-SWEEP-CURSOR.
 CB-00.

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:CB-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF

    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA'
            USING ICD_PRT_343_CLB_MEM_BAS_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_MEMBERS_READ
                PERFORM CC-AUDIT-ONE-MEMBER

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:CB-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-AUDIT-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# a closed membership (terminated, merged away, deceased) gets no
*# more letters and no more debits - its row is left as it ended.
 CC-00.

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T" OR "M" OR "D"
       ADD 1 TO L$_CT01_MEMBERS_CLOSED
       GO TO CC-EXIT
    END-IF

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS01_VIOL_KEY

*#  rule 01 - the save programs' own rule set, same call as
*#  ICA_PRT343_PUT_DATA's CC-VALIDATE-DATA.
    INITIALIZE ICD_PRT_343_CLB_VLDT_DBW

    MOVE CORR ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO ICD_PRT_343_CLB_VLDT_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_VLDT_DBW
    CALL 'ICD_PRT_343_CLB_VLDT_DBA' USING ICD_PRT_343_CLB_VLDT_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_VLDT_DBW IS FAILURE
       MOVE 01 TO L$_WS01_VIOL_RULE
       MOVE DP$_STATUS_AUXIL_TEXT IN ICD_PRT_343_CLB_VLDT_DBW
         TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF

    PERFORM CD-CHECK-MANDATORY

    PERFORM CE-CHECK-DATES

*#  rule 06 - only a running membership is debited.
    IF L$_MND_CNT > ZERO
   AND MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = "L"
   AND ACC_NUM IN ICD_PRT_343_CLB_MEM_BAS
               IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = ZERO
       PERFORM CG-CHECK-MANDATE
    END-IF

*#  rule 07.
    IF L$_SW01_PREF_STORE_YES
       MOVE L$_WS01_VIOL_KEY  TO CP_CLB_MEM_KEY
       READ I_PREF_FILE
       IF NOT L$_PREF_OK
          MOVE 07 TO L$_WS01_VIOL_RULE
          MOVE "NO PREFERENCE RECORD - LETTERS GO BY MAIL"
            TO L$_WS01_VIOL_DETAIL
          PERFORM X-RELEASE-VIOLATION
       END-IF
    END-IF
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-CHECK-MANDATORY			SECTION.
*--------------------------------------------------------------------
*# rule 02 - one violation per empty field, so the desk sees every
*# field to fill in.
 CD-00.

    MOVE 02 TO L$_WS01_VIOL_RULE

    IF FLAT_NAME IN ICD_PRT_343_CLB_MEM_BAS
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW = SPACES
       MOVE "FIELD EMPTY: FLAT_NAME"  TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF

    IF FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                    IN ICD_PRT_343_CLB_MEM_BAS_DBW = SPACES
       MOVE "FIELD EMPTY: FLAT_ADDRESS"  TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF

    IF MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT NUMERIC
    OR MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW = ZERO
       MOVE "FIELD EMPTY: MEMBERSHIP_TYPE"  TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF

    IF JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW = ZERO
       MOVE "FIELD EMPTY: JOIN_DATE"  TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF

    IF MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                              IN ICD_PRT_343_CLB_MEM_BAS_DBW = ZERO
       MOVE "FIELD EMPTY: MEMBERSHIP_EXPIRY_DATE"
         TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-CHECK-DATES				SECTION.
*--------------------------------------------------------------------
*# rule 03 - an empty date is rule 02's, not checked again here.
 CE-00.

    MOVE 03 TO L$_WS01_VIOL_RULE

    IF JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = ZERO
       MOVE JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                      IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO L$_WS01_CHK_DATE
       PERFORM XD-CHECK-DATE
       IF L$_SW01_DATE_BAD
          MOVE SPACES  TO L$_WS01_VIOL_DETAIL
          STRING "JOIN_DATE NOT A CALENDAR DATE: " L$_WS01_CHK_DATE
            DELIMITED BY SIZE
            INTO L$_WS01_VIOL_DETAIL
          PERFORM X-RELEASE-VIOLATION
       ELSE
          IF L$_WS01_CHK_DATE > L$_WS01_RUN_DATE
             MOVE SPACES  TO L$_WS01_VIOL_DETAIL
             STRING "JOIN_DATE IN THE FUTURE: " L$_WS01_CHK_DATE
               DELIMITED BY SIZE
               INTO L$_WS01_VIOL_DETAIL
             PERFORM X-RELEASE-VIOLATION
          END-IF
       END-IF
    END-IF

    IF MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                              IN ICD_PRT_343_CLB_MEM_BAS_DBW = ZERO
       GO TO CE-EXIT
    END-IF

    MOVE MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                                IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS01_CHK_DATE
    PERFORM XD-CHECK-DATE

    IF L$_SW01_DATE_BAD
       MOVE SPACES  TO L$_WS01_VIOL_DETAIL
       STRING "EXPIRY DATE NOT A CALENDAR DATE: " L$_WS01_CHK_DATE
         DELIMITED BY SIZE
         INTO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
       GO TO CE-EXIT
    END-IF

    IF MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                              IN ICD_PRT_343_CLB_MEM_BAS_DBW
       < JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                   IN ICD_PRT_343_CLB_MEM_BAS_DBW
       MOVE SPACES  TO L$_WS01_VIOL_DETAIL
       STRING "EXPIRES " L$_WS01_CHK_DATE " BEFORE JOINING "
              JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
         DELIMITED BY SIZE
         INTO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-SWEEP-ACCUMULATORS			SECTION.
*--------------------------------------------------------------------
*# rule 04 - every accumulator not cancelled, its owner off the
*# balance inquiry (PRB364's EA-JUDGE-ONE-ACCUM lookup), the owner's
*# membership judged.
 CF-00.

    INITIALIZE ICD_PRT_755_DBCR_STOP_DBW
    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_DBCR_STOP_DBW

    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

    IF DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:CF-SWEEP-ACCUMULATORS RTN:ICD_PRT_755_DBCR_STOP_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_755_DBCR_STOP_DBW
       CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_ACCUMS_READ
                PERFORM CFA-JUDGE-ONE-ACCUM

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:CF-SWEEP-ACCUMULATORS RTN:ICD_PRT_755_DBCR_STOP_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_DBCR_STOP_DBW

    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CFA-JUDGE-ONE-ACCUM			SECTION.
*--------------------------------------------------------------------
 CFA-00.

    IF ACCUM_STATUS IN ICD_PRT_755_DBCR_STOP_PRW
                    IN ICD_PRT_755_DBCR_STOP_DBW
       = L$_CO01_STATUS_CANCELLED
       GO TO CFA-EXIT
    END-IF

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                       IN ICD_PRT_755_DBCR_STOP_DBW
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       GO TO CFA-EXIT
    END-IF

    MOVE CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_VIOL_KEY
    PERFORM XM-JUDGE-MEMBERSHIP

    IF L$_SW01_MEMBER_NOT_FOUND
    OR L$_SW01_RUN_OUT_NO
       GO TO CFA-EXIT
    END-IF

    MOVE 04 TO L$_WS01_VIOL_RULE
    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW TO LD$_AMT
    MOVE SPACES  TO L$_WS01_VIOL_DETAIL
    STRING "ACCUM "
           ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                         IN ICD_PRT_755_DBCR_STOP_DBW
           " STATUS "
           MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
           " EXPIRY "
           MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                                  IN ICD_PRT_343_CLB_MEM_BAS_DBW
           " BAL " LD$_AMT
      DELIMITED BY SIZE
      INTO L$_WS01_VIOL_DETAIL
    PERFORM X-RELEASE-VIOLATION
    .
 CFA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-SWEEP-PLANS				SECTION.
*--------------------------------------------------------------------
*# rule 05 - every plan not closed, its member's membership judged.
 CH-00.

    OPEN INPUT I_PLAN_FILE

    IF NOT L$_PLAN_FILE_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no installment-plan store " L$_PLAN_FILE_NAME
              " - rule 05 not checked."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CH-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_PLAN_FILE_NAME

    SET L$_WS01_RULE_IDX TO 5
    SET L$_WS01_RULE_CHECKED_YES(L$_WS01_RULE_IDX) TO TRUE

    PERFORM UNTIL L$_SW01_EOF_PLANS_YES
       READ I_PLAN_FILE
          AT END
             SET L$_SW01_EOF_PLANS_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_PLANS_READ
             PERFORM CHA-JUDGE-ONE-PLAN
       END-READ
    END-PERFORM

    CLOSE I_PLAN_FILE
    .
 CH-EXIT.    EXIT.
*--------------------------------------------------------------------
 CHA-JUDGE-ONE-PLAN			SECTION.
*--------------------------------------------------------------------
 CHA-00.

    IF PLN_STATUS = "C"
       GO TO CHA-EXIT
    END-IF

    MOVE PLN_CLB_MEM_KEY  TO L$_WS01_VIOL_KEY
    PERFORM XM-JUDGE-MEMBERSHIP

    IF L$_SW01_MEMBER_NOT_FOUND
    OR L$_SW01_RUN_OUT_NO
       GO TO CHA-EXIT
    END-IF

    MOVE 05 TO L$_WS01_VIOL_RULE
    MOVE PLN_REMAINING_BAL TO LD$_AMT
    MOVE SPACES  TO L$_WS01_VIOL_DETAIL
    STRING "PLAN " PLN_PLAN_ID
           " STATUS "
           MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
           " EXPIRY "
           MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                                  IN ICD_PRT_343_CLB_MEM_BAS_DBW
           " LEFT " LD$_AMT
      DELIMITED BY SIZE
      INTO L$_WS01_VIOL_DETAIL
    PERFORM X-RELEASE-VIOLATION
    .
 CHA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-CHECK-MANDATE			SECTION.
*--------------------------------------------------------------------
*# rule 06 - the account's LAST registry row decides, status "A"
*# and not expired on the run date - TRB711's EA3-CHECK-MANDATE.
 CG-00.

    MOVE 0 TO L$_MND_FOUND_IDX

    PERFORM VARYING L$_MND_IDX FROM 1 BY 1
               UNTIL L$_MND_IDX > L$_MND_CNT
       IF L$_MND_ACC_BANK_NUM(L$_MND_IDX) =
          ACC_BANK_NUM   IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
      AND L$_MND_ACC_BRANCH_NUM(L$_MND_IDX) =
          ACC_BRANCH_NUM IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
      AND L$_MND_ACC_TYPE_CODE(L$_MND_IDX) =
          ACC_TYPE_CODE  IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
      AND L$_MND_ACC_NUM(L$_MND_IDX) =
          ACC_NUM        IN ICD_PRT_343_CLB_MEM_BAS
                         IN ICD_PRT_343_CLB_MEM_BAS_DBW
          SET L$_MND_FOUND_IDX TO L$_MND_IDX
       END-IF
    END-PERFORM

    MOVE 06 TO L$_WS01_VIOL_RULE

    IF L$_MND_FOUND_IDX = ZERO
       MOVE "NO MANDATE ON FILE FOR THE MEMBER'S ACCOUNT"
         TO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
       GO TO CG-EXIT
    END-IF

    SET L$_MND_IDX TO L$_MND_FOUND_IDX

    IF L$_MND_STATUS(L$_MND_IDX) NOT = "A"
       MOVE SPACES  TO L$_WS01_VIOL_DETAIL
       STRING "MANDATE NOT ACTIVE - STATUS " L$_MND_STATUS(L$_MND_IDX)
         DELIMITED BY SIZE
         INTO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
       GO TO CG-EXIT
    END-IF

    IF L$_MND_EXPIRY_DATE(L$_MND_IDX) < L$_WS01_RUN_DATE
       MOVE SPACES  TO L$_WS01_VIOL_DETAIL
       STRING "MANDATE EXPIRED " L$_MND_EXPIRY_DATE(L$_MND_IDX)
         DELIMITED BY SIZE
         INTO L$_WS01_VIOL_DETAIL
       PERFORM X-RELEASE-VIOLATION
    END-IF
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-REPORT-VIOLATIONS			SECTION.
*--------------------------------------------------------------------
*# the summary first - every count is known before the first
*# violation comes back - then the detail, rule by rule, each line
*# to the worklist as well.
 D-00.

    PERFORM DA-WRITE-SUMMARY

    MOVE ZERO TO L$_WS01_PREV_RULE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          PERFORM DC-REPORT-ONE-VIOLATION
       END-IF
    END-PERFORM
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-WRITE-SUMMARY			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF L$_WS01_PREV_RUN_DATE = ZERO
       MOVE "Violations per rule - no previous run to compare."
         TO MSG	IN O_REPORT_REC
    ELSE
       STRING "Violations per rule, against the previous run of "
              L$_WS01_PREV_RUN_DATE "."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_RULE_IDX FROM 1 BY 1
               UNTIL L$_WS01_RULE_IDX > 7
       PERFORM DB-SUMMARY-ONE-RULE
    END-PERFORM
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-SUMMARY-ONE-RULE			SECTION.
*--------------------------------------------------------------------
 DB-00.

    SET L$_WS01_VIOL_RULE TO L$_WS01_RULE_IDX

    MOVE SPACES  TO MSG IN O_REPORT_REC

    IF L$_WS01_RULE_CHECKED_NO(L$_WS01_RULE_IDX)
       STRING "RULE " L$_WS01_VIOL_RULE " "
              L$_WS01_RULE_TEXT(L$_WS01_RULE_IDX)
              " NOT CHECKED - store not on file"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    MOVE L$_WS01_RULE_CNT(L$_WS01_RULE_IDX)  TO LD$_CNT

    IF L$_WS01_RULE_PREV_NO(L$_WS01_RULE_IDX)
       STRING "RULE " L$_WS01_VIOL_RULE " "
              L$_WS01_RULE_TEXT(L$_WS01_RULE_IDX)
              " VIOLATIONS: " LD$_CNT
              " PREVIOUS: none on file"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    COMPUTE L$_WS01_RULE_CHANGE =
            L$_WS01_RULE_CNT(L$_WS01_RULE_IDX)
          - L$_WS01_RULE_PREV_CNT(L$_WS01_RULE_IDX)
    MOVE L$_WS01_RULE_PREV_CNT(L$_WS01_RULE_IDX)  TO LD$_CNT2
    MOVE L$_WS01_RULE_CHANGE                      TO LD$_CHG

    STRING "RULE " L$_WS01_VIOL_RULE " "
           L$_WS01_RULE_TEXT(L$_WS01_RULE_IDX)
           " VIOLATIONS: " LD$_CNT
           " PREVIOUS: "   LD$_CNT2
           " CHANGE: "     LD$_CHG
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-REPORT-ONE-VIOLATION		SECTION.
*--------------------------------------------------------------------
 DC-00.

    IF S_RULE_CODE NOT = L$_WS01_PREV_RULE
       MOVE S_RULE_CODE  TO L$_WS01_PREV_RULE

       MOVE SPACES
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "RULE " S_RULE_CODE " "
              L$_WS01_RULE_TEXT(S_RULE_CODE)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "    MEMBER: " S_CLB_MEM_KEY
           " " S_DETAIL
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    INITIALIZE O_WORKLIST_REC
    MOVE S_RULE_CODE                    TO WL_RULE_CODE
    MOVE S_CLB_MEM_KEY                  TO WL_CLB_MEM_KEY
    MOVE L$_WS01_RULE_TEXT(S_RULE_CODE) TO WL_RULE_TEXT
    MOVE S_DETAIL                       TO WL_DETAIL
    MOVE L$_WS01_RUN_DATE               TO WL_RUN_DATE
    WRITE O_WORKLIST_REC
    ADD 1 TO L$_CT01_WORKLIST_RECS
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-LOAD-STATS-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the latest run before this one is the comparison; a rerun of the
*# same run date is never compared against itself. Within a run
*# date the last record per rule stands, so a rerun's appended
*# counts replace the first attempt's.
 E-00.

    OPEN INPUT I_RULE_STATS_FILE

    IF NOT L$_STATS_FILE_FOUND
       DISPLAY "No rule statistics history yet - first audit, "
               "no comparison."
       GO TO E-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STATS_YES
       READ I_RULE_STATS_FILE
          AT END
             SET L$_SW01_EOF_STATS_YES TO TRUE
          NOT AT END
             IF ST_RUN_DATE < L$_WS01_RUN_DATE
                PERFORM EA-TAKE-ONE-HIST-ROW
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_RULE_STATS_FILE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-TAKE-ONE-HIST-ROW			SECTION.
*--------------------------------------------------------------------
 EA-00.

    IF ST_RUN_DATE < L$_WS01_PREV_RUN_DATE
       GO TO EA-EXIT
    END-IF

    IF ST_RUN_DATE > L$_WS01_PREV_RUN_DATE
       MOVE ST_RUN_DATE  TO L$_WS01_PREV_RUN_DATE
       PERFORM VARYING L$_WS01_RULE_IDX FROM 1 BY 1
                  UNTIL L$_WS01_RULE_IDX > 7
          MOVE ZERO TO L$_WS01_RULE_PREV_CNT(L$_WS01_RULE_IDX)
          SET L$_WS01_RULE_PREV_NO(L$_WS01_RULE_IDX) TO TRUE
       END-PERFORM
    END-IF

    IF ST_RULE_CODE < 1
    OR ST_RULE_CODE > 7
       GO TO EA-EXIT
    END-IF

    SET L$_WS01_RULE_IDX TO ST_RULE_CODE
    MOVE ST_VIOLATIONS  TO L$_WS01_RULE_PREV_CNT(L$_WS01_RULE_IDX)
    SET L$_WS01_RULE_PREV_YES(L$_WS01_RULE_IDX) TO TRUE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 H-APPEND-STATS-HISTORY			SECTION.
*--------------------------------------------------------------------
*# one more point per rule checked - EXTEND, or OUTPUT the first
*# time, as PRB345's H-APPEND-STATS-HISTORY.
 H-00.

    IF L$_STATS_FILE_FOUND
       OPEN EXTEND I_RULE_STATS_FILE
    ELSE
       OPEN OUTPUT I_RULE_STATS_FILE
    END-IF

    PERFORM VARYING L$_WS01_RULE_IDX FROM 1 BY 1
               UNTIL L$_WS01_RULE_IDX > 7
       IF L$_WS01_RULE_CHECKED_YES(L$_WS01_RULE_IDX)
          MOVE L$_WS01_RUN_DATE
            TO ST_RUN_DATE
          SET ST_RULE_CODE TO L$_WS01_RULE_IDX
          MOVE L$_WS01_RULE_CNT(L$_WS01_RULE_IDX)
            TO ST_VIOLATIONS
          WRITE I_RULE_STATS_REC
       END-IF
    END-PERFORM

    CLOSE I_RULE_STATS_FILE
    .
 H-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-RELEASE-VIOLATION			SECTION.
*--------------------------------------------------------------------
 X-00.

    MOVE L$_WS01_VIOL_RULE    TO S_RULE_CODE
    MOVE L$_WS01_VIOL_KEY     TO S_CLB_MEM_KEY
    MOVE L$_WS01_VIOL_DETAIL  TO S_DETAIL
    RELEASE DQ_SORT_REC

    ADD 1 TO L$_CT01_VIOLATIONS
    SET L$_WS01_RULE_IDX TO L$_WS01_VIOL_RULE
    ADD 1 TO L$_WS01_RULE_CNT(L$_WS01_RULE_IDX)
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 XD-CHECK-DATE				SECTION.
*--------------------------------------------------------------------
*# CCYYMMDD in L$_WS01_CHK_DATE a real calendar day? February has
*# 29 days in a year divisible by 4, except centuries not divisible
*# by 400.
 XD-00.

    SET L$_SW01_DATE_BAD TO TRUE

    IF L$_WS01_CHK_DATE NOT NUMERIC
       GO TO XD-EXIT
    END-IF

    IF L$_WS01_CHK_YYYY < 1900
    OR L$_WS01_CHK_MM < 1
    OR L$_WS01_CHK_MM > 12
    OR L$_WS01_CHK_DD < 1
       GO TO XD-EXIT
    END-IF

    MOVE L$_WS01_MONTH_DAYS(L$_WS01_CHK_MM)  TO L$_WS01_MAX_DD

    IF L$_WS01_CHK_MM = 02
       DIVIDE L$_WS01_CHK_YYYY BY 4
              GIVING L$_WS01_LEAP_QUOT REMAINDER L$_WS01_LEAP_REM
       IF L$_WS01_LEAP_REM = ZERO
          MOVE 29 TO L$_WS01_MAX_DD
          DIVIDE L$_WS01_CHK_YYYY BY 100
                 GIVING L$_WS01_LEAP_QUOT REMAINDER L$_WS01_LEAP_REM
          IF L$_WS01_LEAP_REM = ZERO
             DIVIDE L$_WS01_CHK_YYYY BY 400
                    GIVING L$_WS01_LEAP_QUOT REMAINDER L$_WS01_LEAP_REM
             IF L$_WS01_LEAP_REM NOT = ZERO
                MOVE 28 TO L$_WS01_MAX_DD
             END-IF
          END-IF
       END-IF
    END-IF

    IF L$_WS01_CHK_DD > L$_WS01_MAX_DD
       GO TO XD-EXIT
    END-IF

    SET L$_SW01_DATE_OK TO TRUE
    .
 XD-EXIT.    EXIT.
*--------------------------------------------------------------------
 XM-JUDGE-MEMBERSHIP			SECTION.
*--------------------------------------------------------------------
*# the member row for L$_WS01_VIOL_KEY (the inquiry TRB72I's CG
*# section makes) - run out when lapsed, closed, or past its expiry.
 XM-00.

    SET L$_SW01_MEMBER_NOT_FOUND TO TRUE
    SET L$_SW01_RUN_OUT_NO       TO TRUE

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE L$_WS01_VIOL_KEY
      TO ICD_PRT_343_CLB_MEM_BAS_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       GO TO XM-EXIT
    END-IF

    SET L$_SW01_MEMBER_FOUND TO TRUE

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
       = "L" OR "T" OR "M" OR "D"
    OR MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                              IN ICD_PRT_343_CLB_MEM_BAS_DBW
       < L$_WS01_RUN_DATE
       SET L$_SW01_RUN_OUT_YES TO TRUE
    END-IF
    .
 XM-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total members read:" DELIMITED BY SIZE
           L$_CT01_MEMBERS_READ  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total closed members not audited:" DELIMITED BY SIZE
           L$_CT01_MEMBERS_CLOSED              DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total accumulators read:" DELIMITED BY SIZE
           L$_CT01_ACCUMS_READ        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total installment plans read:" DELIMITED BY SIZE
           L$_CT01_PLANS_READ              DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total violations:"   DELIMITED BY SIZE
           L$_CT01_VIOLATIONS    DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total worklist records written:" DELIMITED BY SIZE
           L$_CT01_WORKLIST_RECS             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
          O_WORKLIST_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
    DISPLAY "Close Output File: " L$_O_WORKLIST_NAME

    DISPLAY "Total members read:", L$_CT01_MEMBERS_READ
    DISPLAY "Total violations:", L$_CT01_VIOLATIONS
    DISPLAY "Total worklist records written:", L$_CT01_WORKLIST_RECS

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB375_MEMBER_DQ_AUDIT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_MEMBERS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_WORKLIST_RECS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_VIOLATIONS
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB375_MEMBER_DQ_AUDIT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
