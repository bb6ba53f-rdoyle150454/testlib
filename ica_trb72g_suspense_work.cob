*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72G_SUSPENSE_WORK.COB] ****************
*                                                                   *
*                                    [TR sub-system]                *
*        Suspense workbench for unmatched incoming credits         *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRB71X_CREDIT_INTAKE writes every credit it cannot match to  *
*  the day's suspense file and fails the run - and from there the   *
*  receipts desk worked the items out of a spreadsheet.  This       *
*  daily job keeps them in one place instead:                       *
*                                                                   *
*    1. takes the day's TRB71X suspense file into the permanent     *
*       credit-suspense store (one RMS indexed file keyed by the    *
*       day the item was first seen and a sequence), once - a      *
*       rerun for the same day takes nothing in twice;              *
*    2. carries every open item forward one working day and keeps  *
*       its age; an item that has been open longer than            *
*       ESCAL_AGE_DAYS is marked ESCALATED, and the shift-handover  *
*       report (ICA_TRB72B_SHIFT_HANDOVER) flags it from then on    *
*       instead of letting it roll forward quietly;                 *
*    3. applies the decision the receipts desk recorded on the      *
*       ICA_TRT720_PUT_DATA panel:                                  *
*         "A" assign - posted to the named ACCUM_INTR_ID as the     *
*             same 755 balance-update record and 875 history row    *
*             a matched credit gets in TRB71X, and appended to the  *
*             day's TRB71X cash-application file for the owning     *
*             member, so PRB362's "P" mode settles the member's     *
*             dues from it as from any matched credit. One          *
*             accumulator takes one assignment per run - the 755    *
*             image is built on last night's balance - and a        *
*             second one waits, decision kept, for the next run;    *
*         "R" return - a credit 670 record to the payer's own       *
*             account, balanced by one izun debit on the club's     *
*             collection account (PRB348's ZB- stance);             *
*         "L" leave  - the item stays open and keeps ageing.        *
*       Every decision applied, and every decision that could not  *
*       be applied, appends a record to the suspense audit file     *
*       under the name of the operator who took it.                 *
*  A decision that cannot be applied (unknown accumulator, amount   *
*  too large for the history slice) leaves the item open, goes on   *
*  the report, and FAILS the run.                                   *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 TRB71X suspense file taken in.     *
*       OPER_ID             I    run id - names the output files.   *
*       ESCAL_AGE_DAYS      I    working days an item may stay open *
*                                 before it is escalated.            *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_SUSPENSE_DAY_FILE      I   TRB71X suspense of the day.    *
*       IO_SUSPENSE_STORE       I/O  credit-suspense store.         *
*       ICD_PRT_755_BAL_CHK      I   assigned accumulator lookup.   *
*       ICD_PRT_755_DBCR_STOP    I   assigned accumulator row.      *
*       ICD_PRT_343_CLB_MEM_BAS  I   owning member of accumulator.  *
*       P_TRB72G_755_FILE        O   755 balance-update records.    *
*       P_TRB72G_875_FILE        O   875 history rows.              *
*       P_TRB72G_670_FILE        O   credit 670 return records.     *
*       O_CASH_APPL_FILE         O   TRB71X's day cash-application. *
*       O_AUDIT_FILE             O   suspense decision audit.       *
*       O_REPORT_FILE            O   suspense workbench report.     *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171 *
*  875 row goes through              (see UC-WRITE-875-RECORD)     *
*  ICA_TRF720_PERIOD_CHK before it                                 *
*  is written - a row dated into a                                 *
*  closed period is re-dated to the                                *
*  first open period and listed on                                 *
*  the prior-period register.                                      *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72G_SUSPENSE_WORK.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   TRB71X's suspense file of the day. Missing file = TRB71X found
*   nothing to suspend - handled by status, no DECLARATIVES.
    SELECT I_SUSPENSE_DAY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_SUS_DAY_STATUS.

*   Permanent credit-suspense store - create-on-first-use through
*   the probe, the ICA_TRF712_RUN_REG convention.
    SELECT IO_SUSPENSE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       SI_ITEM_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

    SELECT I_STORE_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_STORE_PROBE_STATUS.

    SELECT P_TRB72G_755_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT P_TRB72G_875_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Native 670 records, into the bank interface intake.
    SELECT P_TRB72G_670_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   TRB71X's cash-application file of the run date - appended to,
*   probe decides OUTPUT vs EXTEND (no intake that day yet).
    SELECT O_CASH_APPL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_CAP_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CAP_PROBE_STATUS.

*   Suspense decision audit - accumulates forever, probe decides
*   OUTPUT vs EXTEND. The ICA_TRT720_PUT_DATA panel appends to the
*   same file when a decision is recorded.
    SELECT O_AUDIT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   TRB71X's suspense record - the original credit shape.
 FD I_SUSPENSE_DAY_FILE
    VALUE OF ID IS L$_SUS_DAY_NAME.
 01 I_SUSPENSE_DAY_REC.
    03 SUS_ACC_BANK_NUM             PIC 9(02).
    03 SUS_ACC_BRANCH_NUM           PIC 9(03).
    03 SUS_ACC_TYPE_CODE            PIC 9(03).
    03 SUS_ACC_NUM                  PIC 9(06).
    03 SUS_AMOUNT                   PIC S9(12)V99.
    03 SUS_VALUE_DATE               PIC 9(08).
    03 SUS_REFERENCE                PIC X(20).

*   One record per suspense item, for its whole life. The credit
*   itself rides unchanged in the credit shape; the decision fields
*   are filled by the ICA_TRT720_PUT_DATA panel and cleared here
*   once applied.
 FD IO_SUSPENSE_STORE
    VALUE OF ID IS L$_STORE_NAME.
 01 IO_SUSPENSE_REC.
    03 SI_ITEM_ID.
       05 SI_FIRST_SEEN_DATE        PIC 9(08).
       05 SI_ITEM_SEQ               PIC 9(05).
    03 SI_ACC_BANK_NUM              PIC 9(02).
    03 SI_ACC_BRANCH_NUM            PIC 9(03).
    03 SI_ACC_TYPE_CODE             PIC 9(03).
    03 SI_ACC_NUM                   PIC 9(06).
    03 SI_AMOUNT                    PIC S9(12)V99.
    03 SI_VALUE_DATE                PIC 9(08).
    03 SI_REFERENCE                 PIC X(20).
    03 SI_SUSPENSE_REASON           PIC X(30).
    03 SI_STATUS                    PIC X(01).
       88 SI_STATUS_OPEN			    VALUE "O".
       88 SI_STATUS_ASSIGNED			    VALUE "A".
       88 SI_STATUS_RETURNED			    VALUE "R".
    03 SI_DAYS_OPEN                 PIC 9(05).
    03 SI_LAST_CARRY_DATE           PIC 9(08).
    03 SI_ESCALATED_IND             PIC X(01).
       88 SI_ESCALATED				    VALUE "Y".
    03 SI_DECISION                  PIC X(01).
       88 SI_DECISION_NONE			    VALUE " ".
       88 SI_DECISION_ASSIGN			    VALUE "A".
       88 SI_DECISION_RETURN			    VALUE "R".
       88 SI_DECISION_LEAVE			    VALUE "L".
    03 SI_ASSIGN_ACCUM_ID           PIC X(20).
    03 SI_DECIDED_BY                PIC X(12).
    03 SI_DECIDED_TMSP              PIC S9(11)V9(07) COMP.
    03 SI_DECISION_NOTE             PIC X(40).
    03 SI_CLOSED_DATE               PIC 9(08).

 FD I_STORE_PROBE_FILE
    VALUE OF ID IS L$_STORE_PROBE_NAME.
 01 I_STORE_PROBE_REC               PIC X(01).

*   755 balance update: the full row image, balance carried
*   forward - the same shape TRB71X writes.
 FD P_TRB72G_755_FILE
    VALUE OF ID IS L$_P_755_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW"   FROM DICTIONARY
       REPLACING    ICD_PRT_755_DBCR_STOP_PRW
              BY    P_TRB72G_755_REC.

 FD P_TRB72G_875_FILE
    VALUE OF ID IS L$_P_875_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"   FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P_TRB72G_875_REC.

 FD P_TRB72G_670_FILE
    VALUE OF ID IS L$_P_670_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==P_TRB72G_670_REC==.

*   TRB71X's cash-application record, unchanged.
 FD O_CASH_APPL_FILE
    VALUE OF ID IS L$_CASH_APPL_FILE_NAME.
 01 O_CASH_APPL_REC.
    03 CAP_MEMBER_ID                PIC 9(15).
    03 CAP_CLB_MEM_KEY              PIC X(30).
    03 CAP_AMOUNT                   PIC S9(12)V99.
    03 CAP_VALUE_DATE               PIC 9(08).
    03 CAP_REFERENCE                PIC X(20).

 FD O_CAP_PROBE_FILE
    VALUE OF ID IS L$_CASH_APPL_FILE_NAME.
 01 O_CAP_PROBE_REC                 PIC X(01).

*   One record per decision: "A"/"R"/"L" as recorded on the panel,
*   "P" assign posted, "T" returned to the payer, "F" decision
*   could not be applied - always under the deciding operator.
 FD O_AUDIT_FILE
    VALUE OF ID IS L$_AUDIT_FILE_NAME.
 01 O_AUDIT_REC.
    03 SA_ITEM_ID                   PIC 9(13).
    03 SA_ACTION                    PIC X(01).
    03 SA_OPERATOR                  PIC X(12).
    03 SA_AUDIT_TMSP                PIC S9(11)V9(07) COMP.
    03 SA_AMOUNT                    PIC S9(12)V99.
    03 SA_REFERENCE                 PIC X(20).
    03 SA_ASSIGN_ACCUM_ID           PIC X(20).
    03 SA_NOTE                      PIC X(40).

 FD O_AUDIT_PROBE_FILE
    VALUE OF ID IS L$_AUDIT_PROBE_NAME.
 01 O_AUDIT_PROBE_REC               PIC X(01).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

*   TRB71X's own suspense-file naming.
 01 L$_SUS_DAY_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB71X_SUS_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_SUS_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_STORE_NAME                   PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CREDIT_SUSPENSE.IDX".

 01 L$_STORE_PROBE_NAME             PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CREDIT_SUSPENSE.IDX".

 01 L$_P_755_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72G_755_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_875_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72G_875_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_670_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72G_670_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

*   TRB71X's own cash-application file naming.
 01 L$_CASH_APPL_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB71X_CAP_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_CAP_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_AUDIT_FILE_NAME              PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_SUSPENSE_AUDIT.DAT".

 01 L$_AUDIT_PROBE_NAME             PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_SUSPENSE_AUDIT.DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72G_RPT_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_SUS_DAY_STATUS               PIC X(02).
    88 L$_SUS_DAY_FOUND			    VALUE "00".

 01 L$_STORE_STATUS                 PIC X(02).
    88 L$_STORE_OK			    VALUE "00".
    88 L$_STORE_NOT_FOUND		    VALUE "23".

*   probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_STORE_PROBE_STATUS           PIC X(02).
    88 L$_STORE_PROBE_OPENED		    VALUE "00".
    88 L$_STORE_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_AUDIT_PROBE_STATUS           PIC X(02).
    88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

 01 L$_CAP_PROBE_STATUS             PIC X(02).
    88 L$_CAP_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_ESCAL_AGE_DAYS          PIC 9(05).
 01 L$_WS01_NEXT_SEQ                PIC 9(05).
 01 L$_WS01_APPLY_REASON            PIC X(40).
 01 L$_WS01_AUDIT_ACTION            PIC X(01).

*   the credit as it travels inside OLD_VALUE: marker byte "C" and
*   a display S9(07)V99 - TRB71X's incoming-credit slice. A credit
*   too big for nine digits cannot be assigned, never truncated.
 01 L$_WS01_CRD_STORE               PIC S9(07)V99.
 01 L$_WS01_CRD_MAX                 PIC S9(12)V99 VALUE 9999999.99.

*   the club's own collection account - the returned credits are
*   paid out of it, one balancing izun debit for the run's total,
*   the way ICA_PRB348_CLUB_DUES's ZB-WRITE-BALANCING-CREDIT
*   balances its intake.
 01 L$_CO01_CLUB_ACCOUNT.
    03 L$_CO01_CLUB_BANK            PIC 9(02) VALUE 31.
    03 L$_CO01_CLUB_BRANCH          PIC 9(03) VALUE 046.
    03 L$_CO01_CLUB_ACC_TYPE        PIC 9(03) VALUE 409.
    03 L$_CO01_CLUB_ACC_NUM         PIC 9(06) VALUE 318272.
 01 L$_CO01_IZUN_PROD_ID            PIC X(20)
    VALUE "99999999999999999999".

*   every accumulator this run has already posted to - a second
*   assignment to one of them waits for the next run.
 01 L$_WS01_TCH_TBL.
    03 L$_WS01_TCH_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_TCH_ENTRY  OCCURS 500 TIMES
                          INDEXED BY L$_WS01_TCH_IDX.
       05 L$_WS01_TCH_ACCUM         PIC X(20).

 01 LD$_AMT                         PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SUS_DAY          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SUS_DAY_NO		    VALUE 0.
       88 L$_SW01_EOF_SUS_DAY_YES		    VALUE 1.
    03 L$_SW01_EOF_STORE            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STORE_NO			    VALUE 0.
       88 L$_SW01_EOF_STORE_YES			    VALUE 1.
    03 L$_SW01_APPLY_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_APPLY_FAILED			    VALUE 0.
       88 L$_SW01_APPLY_DONE			    VALUE 1.
    03 L$_SW01_POST_OPEN            PIC 9(01)       VALUE 0.
       88 L$_SW01_POST_CLOSED			    VALUE 0.
       88 L$_SW01_POST_OPENED			    VALUE 1.
    03 L$_SW01_670_OPEN             PIC 9(01)       VALUE 0.
       88 L$_SW01_670_CLOSED			    VALUE 0.
       88 L$_SW01_670_OPENED			    VALUE 1.
    03 L$_SW01_CAP_OPEN             PIC 9(01)       VALUE 0.
       88 L$_SW01_CAP_CLOSED			    VALUE 0.
       88 L$_SW01_CAP_OPENED			    VALUE 1.
    03 L$_SW01_DEFER_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_DEFER_NO			    VALUE 0.
       88 L$_SW01_DEFER_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_TAKEN_IN              PIC 9(07).
    03 L$_CT01_OPEN_ITEMS            PIC 9(07).
    03 L$_CT01_ASSIGNED              PIC 9(07).
    03 L$_CT01_RETURNED              PIC 9(07).
    03 L$_CT01_LEFT_OPEN             PIC 9(07).
    03 L$_CT01_DECISION_FAILED       PIC 9(07).
    03 L$_CT01_ESCALATED             PIC 9(07).
    03 L$_CT01_DEFERRED              PIC 9(07).
    03 L$_CT01_TOTAL_ASSIGNED        PIC S9(14)V99 COMP.
    03 L$_CT01_TOTAL_RETURNED        PIC S9(14)V99 COMP.
    03 L$_CT01_TOTAL_OPEN            PIC S9(14)V99 COMP.

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
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2875_VAL"    FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_669_FIN_STTLMNT_VAL"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_674_CURNCY_TYP_VAL"      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRT_327_BANKS_VAL"	      FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"      FROM DICTIONARY.

* 13-AUG-2026 - TP_NHELER - central run registry (see ICA_TRF712_
*              RUN_REG): one start record from B-INIT, one end record
*              with the run's counters from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE         - run date, CCYYMMDD.
*     OPER_ID          - run id.
*     ESCAL_AGE_DAYS   - working days open before escalation.
 COPY 'ICA_CDD_WKSP:ICA_TRB72G_SUSPENSE_WORK_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72G_SUSPENSE_WORK_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72G_755_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_755_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72G_875_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_875_NAME
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
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72G_670_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_670_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 003-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 004-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_AUDIT_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_AUDIT_FILE_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 004-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 005-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 005.
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
       MOVE "Sec:DECLARATIVES 005-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 006-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_CASH_APPL_FILE.
 006.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_CASH_APPL_FILE_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 006-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-TAKE-IN-DAY-SUSPENSE

    PERFORM D-WORK-STORE

    IF L$_CT01_RETURNED > ZERO
       PERFORM ZB-WRITE-BALANCING-DEBIT
    END-IF

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72G_SUSPENSE_WORK.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
    MOVE ZERO TO L$_WS01_TCH_CNT

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72G_SUSPENSE_WORK_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_SUS_DATE     IN L$_SUS_DAY_NAME
         L$_WS01_CAP_DATE     IN L$_CASH_APPL_FILE_NAME

    MOVE OPER_ID	    IN ICA_TRB72G_SUSPENSE_WORK_INP
      TO L$_WS01_OPER_ID    IN L$_P_755_NAME
         L$_WS01_OPER_ID    IN L$_P_875_NAME
         L$_WS01_OPER_ID    IN L$_P_670_NAME
         L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    MOVE ESCAL_AGE_DAYS    IN ICA_TRB72G_SUSPENSE_WORK_INP
      TO L$_WS01_ESCAL_AGE_DAYS

    IF L$_WS01_ESCAL_AGE_DAYS = ZERO
       DISPLAY "** ESCAL_AGE_DAYS must be greater than zero. "
               "Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Incoming credits - suspense workbench report"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-OPEN-SUSPENSE-STORE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

* 13-AUG-2026 - TP_NHELER - central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72G_SUSPENSE_WORK"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB72G_SUSPENSE_WORK_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-OPEN-SUSPENSE-STORE		SECTION.
*--------------------------------------------------------------------
*# create-on-first-use through the probe, then I-O for the life of
*# the run - the store accumulates across days.
 BA-00.

    OPEN INPUT I_STORE_PROBE_FILE

    IF L$_STORE_PROBE_NOT_FOUND
       OPEN OUTPUT IO_SUSPENSE_STORE
       CLOSE IO_SUSPENSE_STORE
    ELSE
       IF L$_STORE_PROBE_OPENED
          CLOSE I_STORE_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_SUSPENSE_STORE

    IF NOT L$_STORE_OK
       DISPLAY "** Suspense store could not be opened, status: "
               L$_STORE_STATUS
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-TAKE-IN-DAY-SUSPENSE			SECTION.
*--------------------------------------------------------------------
*# the day's TRB71X suspense goes into the store under today's
*# date, numbered in file order. A day already taken in (a rerun)
*# is left alone - the store, not the rerun, is the truth.
 C-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN INPUT I_SUSPENSE_DAY_FILE

    IF NOT L$_SUS_DAY_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "No TRB71X suspense file for " L$_WS01_RUN_DATE
              " - nothing new taken in."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    MOVE L$_WS01_RUN_DATE TO SI_FIRST_SEEN_DATE
    MOVE ZERO             TO SI_ITEM_SEQ

    START IO_SUSPENSE_STORE KEY NOT < SI_ITEM_ID

    IF L$_STORE_OK
       READ IO_SUSPENSE_STORE NEXT
       IF L$_STORE_OK
      AND SI_FIRST_SEEN_DATE = L$_WS01_RUN_DATE
          MOVE SPACES  TO MSG IN O_REPORT_REC
          STRING "Suspense of " L$_WS01_RUN_DATE
                 " already taken in - not taken in again."
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          CLOSE I_SUSPENSE_DAY_FILE
          GO TO C-EXIT
       END-IF
    END-IF

    MOVE ZERO TO L$_WS01_NEXT_SEQ

    PERFORM UNTIL L$_SW01_EOF_SUS_DAY_YES
       READ I_SUSPENSE_DAY_FILE
          AT END
             SET L$_SW01_EOF_SUS_DAY_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_SUS_DAY_NO
          PERFORM CA-TAKE-IN-ONE-ITEM
       END-IF
    END-PERFORM

    CLOSE I_SUSPENSE_DAY_FILE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Suspense items taken in from " L$_SUS_DAY_NAME ": "
           L$_CT01_TAKEN_IN
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-TAKE-IN-ONE-ITEM			SECTION.
*--------------------------------------------------------------------
 CA-00.

    ADD 1 TO L$_WS01_NEXT_SEQ

    INITIALIZE IO_SUSPENSE_REC

    MOVE L$_WS01_RUN_DATE	TO SI_FIRST_SEEN_DATE
    MOVE L$_WS01_NEXT_SEQ	TO SI_ITEM_SEQ
    MOVE SUS_ACC_BANK_NUM	TO SI_ACC_BANK_NUM
    MOVE SUS_ACC_BRANCH_NUM	TO SI_ACC_BRANCH_NUM
    MOVE SUS_ACC_TYPE_CODE	TO SI_ACC_TYPE_CODE
    MOVE SUS_ACC_NUM		TO SI_ACC_NUM
    MOVE SUS_AMOUNT		TO SI_AMOUNT
    MOVE SUS_VALUE_DATE		TO SI_VALUE_DATE
    MOVE SUS_REFERENCE		TO SI_REFERENCE
    MOVE "NOT MATCHED BY TRB71X"
      TO SI_SUSPENSE_REASON
    SET SI_STATUS_OPEN		TO TRUE
    MOVE ZERO			TO SI_DAYS_OPEN
    MOVE L$_WS01_RUN_DATE	TO SI_LAST_CARRY_DATE
    MOVE "N"			TO SI_ESCALATED_IND
    MOVE SPACES			TO SI_DECISION

    WRITE IO_SUSPENSE_REC
       INVALID KEY
          DISPLAY "** Suspense item " SI_ITEM_ID
                  " already on the store - not taken in again."
          GO TO CA-EXIT
    END-WRITE

    ADD 1 TO L$_CT01_TAKEN_IN
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-WORK-STORE				SECTION.
*--------------------------------------------------------------------
*# one pass over the whole store: every open item has its recorded
*# decision applied, or is carried forward one working day older.
*# Closed items stay on the store as the history of what was done.
 D-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    MOVE "OPEN SUSPENSE ITEMS AND DECISIONS APPLIED"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE ZERO TO SI_FIRST_SEEN_DATE
                 SI_ITEM_SEQ

    START IO_SUSPENSE_STORE KEY NOT < SI_ITEM_ID

    IF NOT L$_STORE_OK
       MOVE "  the suspense store is empty."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ IO_SUSPENSE_STORE NEXT
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
      AND SI_STATUS_OPEN
          PERFORM DA-WORK-ONE-ITEM
       END-IF
    END-PERFORM
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-WORK-ONE-ITEM			SECTION.
*--------------------------------------------------------------------
 DA-00.

    EVALUATE TRUE
        WHEN SI_DECISION_ASSIGN
             PERFORM DB-ASSIGN-ITEM
        WHEN SI_DECISION_RETURN
             PERFORM DC-RETURN-ITEM
        WHEN SI_DECISION_LEAVE
             ADD 1 TO L$_CT01_LEFT_OPEN
             MOVE SPACES TO SI_DECISION
    END-EVALUATE

    IF SI_STATUS_OPEN
       PERFORM DD-CARRY-FORWARD
    END-IF

    REWRITE IO_SUSPENSE_REC

    IF NOT L$_STORE_OK
       DISPLAY "** Suspense item " SI_ITEM_ID
               " could not be rewritten, status: " L$_STORE_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-ASSIGN-ITEM				SECTION.
*--------------------------------------------------------------------
*# the desk names the accumulator; the lookups are TRB71X's own
*# (balance inquiry, then the full row for the forward image). The
*# paying-account check TRB71X makes is NOT repeated - overriding
*# it on the evidence is exactly what the desk is deciding.
 DB-00.

    SET L$_SW01_APPLY_FAILED TO TRUE
    MOVE SPACES TO L$_WS01_APPLY_REASON

    PERFORM DF-CHECK-DEFERRAL

    IF L$_SW01_DEFER_YES
       GO TO DB-EXIT
    END-IF

    IF SI_AMOUNT > L$_WS01_CRD_MAX
       MOVE "AMOUNT TOO LARGE FOR HISTORY"
         TO L$_WS01_APPLY_REASON
       PERFORM DE-DECISION-FAILED
       GO TO DB-EXIT
    END-IF

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE SI_ASSIGN_ACCUM_ID
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       MOVE "ASSIGNED ACCUMULATOR UNKNOWN"
         TO L$_WS01_APPLY_REASON
       PERFORM DE-DECISION-FAILED
       GO TO DB-EXIT
    END-IF

    INITIALIZE ICD_PRT_755_DBCR_STOP_DBW

    MOVE SI_ASSIGN_ACCUM_ID
      TO ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                       IN ICD_PRT_755_DBCR_STOP_DBW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_DBCR_STOP_DBW
    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

    IF DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW NOT = SP$_MSG_NORMAL
       MOVE "ACCUMULATOR ROW NOT READABLE"
         TO L$_WS01_APPLY_REASON
       PERFORM DE-DECISION-FAILED
       GO TO DB-EXIT
    END-IF

*   the owning member, TRB71X's lookup - the cash-application record
*   is the member's, under the receivable ledger's MEMBER_ID.
    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW
      TO ICD_PRT_343_CLB_MEM_BAS_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE "OWNING MEMBER NOT FOUND"
         TO L$_WS01_APPLY_REASON
       PERFORM DE-DECISION-FAILED
       GO TO DB-EXIT
    END-IF

    IF L$_SW01_POST_CLOSED
       OPEN OUTPUT P_TRB72G_755_FILE
       DISPLAY "Open Output File: " L$_P_755_NAME
       OPEN OUTPUT P_TRB72G_875_FILE
       DISPLAY "Open Output File: " L$_P_875_NAME
       SET L$_SW01_POST_OPENED TO TRUE
    END-IF

    IF L$_SW01_CAP_CLOSED
       OPEN INPUT O_CAP_PROBE_FILE
       IF L$_CAP_PROBE_FOUND
          CLOSE O_CAP_PROBE_FILE
          OPEN EXTEND O_CASH_APPL_FILE
       ELSE
          OPEN OUTPUT O_CASH_APPL_FILE
       END-IF
       DISPLAY "Open Output File: " L$_CASH_APPL_FILE_NAME
       SET L$_SW01_CAP_OPENED TO TRUE
    END-IF

    PERFORM UB-WRITE-755-RECORD

    PERFORM UC-WRITE-875-RECORD

    PERFORM UE-WRITE-CASH-APPL-REC

    ADD 1 TO L$_WS01_TCH_CNT
    SET L$_WS01_TCH_IDX TO L$_WS01_TCH_CNT
    MOVE SI_ASSIGN_ACCUM_ID TO L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX)

    SET L$_SW01_APPLY_DONE TO TRUE
    SET SI_STATUS_ASSIGNED TO TRUE
    MOVE L$_WS01_RUN_DATE TO SI_CLOSED_DATE

    ADD 1 TO L$_CT01_ASSIGNED
    ADD SI_AMOUNT TO L$_CT01_TOTAL_ASSIGNED

    MOVE "P" TO L$_WS01_AUDIT_ACTION
    MOVE "POSTED TO THE ASSIGNED ACCUMULATOR"
      TO L$_WS01_APPLY_REASON
    PERFORM XA-WRITE-AUDIT-REC

    MOVE SI_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  ASSIGNED - item " SI_ITEM_ID
           " REF:" SI_REFERENCE
           " AMOUNT: " LD$_AMT
           " TO " SI_ASSIGN_ACCUM_ID
           " by " SI_DECIDED_BY
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-RETURN-ITEM				SECTION.
*--------------------------------------------------------------------
*# the money goes back where it came from: a credit 670 record to
*# the paying account the bank reported on the credit.
 DC-00.

    IF L$_SW01_670_CLOSED
       OPEN OUTPUT P_TRB72G_670_FILE
       DISPLAY "Open Output File: " L$_P_670_NAME
       SET L$_SW01_670_OPENED TO TRUE
    END-IF

    PERFORM UD-WRITE-RETURN-670

    SET SI_STATUS_RETURNED TO TRUE
    MOVE L$_WS01_RUN_DATE TO SI_CLOSED_DATE

    ADD 1 TO L$_CT01_RETURNED
    ADD SI_AMOUNT TO L$_CT01_TOTAL_RETURNED

    MOVE "T" TO L$_WS01_AUDIT_ACTION
    MOVE "RETURNED TO THE PAYING ACCOUNT"
      TO L$_WS01_APPLY_REASON
    PERFORM XA-WRITE-AUDIT-REC

    MOVE SI_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  RETURNED - item " SI_ITEM_ID
           " REF:" SI_REFERENCE
           " AMOUNT: " LD$_AMT
           " to account " SI_ACC_BANK_NUM "-" SI_ACC_BRANCH_NUM
           "-" SI_ACC_TYPE_CODE "-" SI_ACC_NUM
           " by " SI_DECIDED_BY
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-CARRY-FORWARD			SECTION.
*--------------------------------------------------------------------
*# one working day older per run day - a rerun the same day does
*# not age an item twice. Past the configured age the item is
*# ESCALATED, and stays escalated until it is worked.
 DD-00.

    IF SI_LAST_CARRY_DATE < L$_WS01_RUN_DATE
       ADD 1 TO SI_DAYS_OPEN
       MOVE L$_WS01_RUN_DATE TO SI_LAST_CARRY_DATE
    END-IF

    IF SI_DAYS_OPEN > L$_WS01_ESCAL_AGE_DAYS
       SET SI_ESCALATED TO TRUE
    END-IF

    ADD 1 TO L$_CT01_OPEN_ITEMS
    ADD SI_AMOUNT TO L$_CT01_TOTAL_OPEN

    MOVE SI_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF SI_ESCALATED
       ADD 1 TO L$_CT01_ESCALATED
       STRING "  *** ESCALATED - item " SI_ITEM_ID
              " REF:" SI_REFERENCE
              " AMOUNT: " LD$_AMT
              " open " SI_DAYS_OPEN " days"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "  OPEN - item " SI_ITEM_ID
              " REF:" SI_REFERENCE
              " AMOUNT: " LD$_AMT
              " open " SI_DAYS_OPEN " days"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-DECISION-FAILED			SECTION.
*--------------------------------------------------------------------
*# the decision is taken off the item - it stays open for the desk
*# to decide again - and the failure is on the audit and the report.
 DE-00.

    ADD 1 TO L$_CT01_DECISION_FAILED

    MOVE "F" TO L$_WS01_AUDIT_ACTION
    PERFORM XA-WRITE-AUDIT-REC

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  ** DECISION NOT APPLIED - item " SI_ITEM_ID
           " REF:" SI_REFERENCE
           " to " SI_ASSIGN_ACCUM_ID
           " by " SI_DECIDED_BY
           " - " L$_WS01_APPLY_REASON
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO SI_DECISION
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 DF-CHECK-DEFERRAL			SECTION.
*--------------------------------------------------------------------
*# the 755 row this job reads is last night's; a second assignment
*# to an accumulator already posted to in this run would be built
*# on a stale balance and lose the first credit - the item stays
*# open, its decision kept, and the next run applies it.
 DF-00.

    SET L$_SW01_DEFER_NO TO TRUE

    SET L$_WS01_TCH_IDX TO 1
    SEARCH L$_WS01_TCH_ENTRY
        AT END
           CONTINUE
        WHEN L$_WS01_TCH_IDX > L$_WS01_TCH_CNT
           CONTINUE
        WHEN L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX) = SI_ASSIGN_ACCUM_ID
           SET L$_SW01_DEFER_YES TO TRUE
    END-SEARCH

    IF L$_SW01_DEFER_NO
   AND L$_WS01_TCH_CNT > 498
       SET L$_SW01_DEFER_YES TO TRUE
    END-IF

    IF L$_SW01_DEFER_YES
       ADD 1 TO L$_CT01_DEFERRED
       MOVE SI_AMOUNT TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  DEFERRED - item " SI_ITEM_ID
              " REF:" SI_REFERENCE
              " AMOUNT: " LD$_AMT
              " TO " SI_ASSIGN_ACCUM_ID
              " - accumulator already posted to in this run,"
              " applied by the next run"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 DF-EXIT.    EXIT.
*--------------------------------------------------------------------
 UB-WRITE-755-RECORD			SECTION.
*--------------------------------------------------------------------
 UB-00.

    INITIALIZE P_TRB72G_755_REC

    MOVE ICD_PRT_755_DBCR_STOP_PRW IN ICD_PRT_755_DBCR_STOP_DBW
      TO P_TRB72G_755_REC

    COMPUTE CURRENT_BALANCE IN P_TRB72G_755_REC =
            CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
            + SI_AMOUNT

    WRITE P_TRB72G_755_REC
    .
 UB-EXIT.    EXIT.
*--------------------------------------------------------------------
 UC-WRITE-875-RECORD			SECTION.
*--------------------------------------------------------------------
*# exactly the history row TRB71X's UC-WRITE-875-RECORD writes for
*# a matched credit - incoming-credit meaning code, ACTION_ID 6,
*# marker "C" with the amount - so the roll-forward proof and the
*# GL journal cannot tell a worked suspense item from a matched one.
*# The deciding operator is the updating user.
 UC-00.

    INITIALIZE P_TRB72G_875_REC

    MOVE V2875$INCOMING_CREDIT
      TO UPDATE_MEANING_CODE	IN P_TRB72G_875_REC

    MOVE 6
      TO ACTION_ID		IN P_TRB72G_875_REC

    MOVE ACCUM_INTR_ID		IN ICD_PRT_755_BAL_CHK_PRW
      TO ACCUM_INTR_ID		IN P_TRB72G_875_REC

    MOVE SI_AMOUNT
      TO L$_WS01_CRD_STORE
    MOVE "C"
      TO OLD_VALUE		IN P_TRB72G_875_REC(1:1)
    MOVE L$_WS01_CRD_STORE
      TO OLD_VALUE		IN P_TRB72G_875_REC(2:9)

    MOVE SI_DECIDED_BY
      TO UPDATE_USER_CODE	IN P_TRB72G_875_REC

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB72G_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB72G_SUSPENSE_WORK"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB72G_875_REC

    WRITE P_TRB72G_875_REC
    .
 UC-EXIT.    EXIT.
*--------------------------------------------------------------------
 UE-WRITE-CASH-APPL-REC			SECTION.
*--------------------------------------------------------------------
*# TRB71X's UD-WRITE-CASH-APPL-REC for the assigned credit: the
*# owning member under the MEMBER_ID ICA_PRB348_CLUB_DUES bills
*# under, and the credit as the bank sent it.
 UE-00.

    INITIALIZE O_CASH_APPL_REC

    MOVE MEMBER_ID   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CAP_MEMBER_ID

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CAP_CLB_MEM_KEY

    MOVE SI_AMOUNT	TO CAP_AMOUNT
    MOVE SI_VALUE_DATE	TO CAP_VALUE_DATE
    MOVE SI_REFERENCE	TO CAP_REFERENCE

    WRITE O_CASH_APPL_REC
    .
 UE-EXIT.    EXIT.
*--------------------------------------------------------------------
 UD-WRITE-RETURN-670			SECTION.
*--------------------------------------------------------------------
*# a native credit record in PRB348's CD-WRITE-670-RECORD shape:
*# the paying account straight off the credit, the suspense item
*# id as the transaction id and the payer's reference as the
*# external id, so the trace and the bank's acknowledgment join
*# back to the item.
 UD-00.

    INITIALIZE P_TRB72G_670_REC

    MOVE SI_ITEM_ID
      TO DEB_CRD_INTR_ID       IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_REFERENCE
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_ACC_BANK_NUM
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_ACC_BRANCH_NUM
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_ACC_TYPE_CODE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE V669$CREDIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SI_AMOUNT
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    WRITE P_TRB72G_670_REC
    .
 UD-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 XA-WRITE-AUDIT-REC			SECTION.
*--------------------------------------------------------------------
*# the deciding operator, not the batch user, is the name on the
*# record - the panel stamped it on the item when the decision was
*# taken.
 XA-00.

    OPEN INPUT O_AUDIT_PROBE_FILE

    IF L$_AUDIT_PROBE_FOUND
       CLOSE O_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF

    MOVE SI_ITEM_ID		TO SA_ITEM_ID
    MOVE L$_WS01_AUDIT_ACTION	TO SA_ACTION
    MOVE SI_DECIDED_BY		TO SA_OPERATOR
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO SA_AUDIT_TMSP
    MOVE SI_AMOUNT		TO SA_AMOUNT
    MOVE SI_REFERENCE		TO SA_REFERENCE
    MOVE SI_ASSIGN_ACCUM_ID	TO SA_ASSIGN_ACCUM_ID
    MOVE L$_WS01_APPLY_REASON	TO SA_NOTE

    WRITE O_AUDIT_REC

    CLOSE O_AUDIT_FILE
    .
 XA-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZB-WRITE-BALANCING-DEBIT		SECTION.
*--------------------------------------------------------------------
*# one debit-side izun record for the run's returned total, on the
*# club's collection account the credits were received into - the
*# returns pay out of it, and TRB711's balance gate sees debits
*# equal to credits.
 ZB-00.

    INITIALIZE P_TRB72G_670_REC

    MOVE V669$DEBIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE L$_CT01_TOTAL_RETURNED
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72G_670_REC

    WRITE P_TRB72G_670_REC

    MOVE L$_CT01_TOTAL_RETURNED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  RETURNS BALANCING RECORD, total: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 ZB-EXIT.    EXIT.
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

    STRING "Items taken in today:" DELIMITED BY SIZE
           L$_CT01_TAKEN_IN        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Items assigned:"  DELIMITED BY SIZE
           L$_CT01_ASSIGNED   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Items returned to payer:" DELIMITED BY SIZE
           L$_CT01_RETURNED           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Items left open by decision:" DELIMITED BY SIZE
           L$_CT01_LEFT_OPEN              DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Decisions not applied:"  DELIMITED BY SIZE
           L$_CT01_DECISION_FAILED   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Items still open:"  DELIMITED BY SIZE
           L$_CT01_OPEN_ITEMS   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Open items ESCALATED:" DELIMITED BY SIZE
           L$_CT01_ESCALATED       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Assignments deferred to next run:" DELIMITED BY SIZE
           L$_CT01_DEFERRED                    DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOTAL_ASSIGNED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total amount assigned:   " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOTAL_RETURNED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total amount returned:   " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOTAL_OPEN TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total amount still in suspense: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE IO_SUSPENSE_STORE

    IF L$_SW01_POST_OPENED
       CLOSE P_TRB72G_755_FILE
             P_TRB72G_875_FILE
       DISPLAY "Close Output File: " L$_P_875_NAME
    END-IF

    IF L$_SW01_670_OPENED
       CLOSE P_TRB72G_670_FILE
       DISPLAY "Close Output File: " L$_P_670_NAME
    END-IF

    IF L$_SW01_CAP_OPENED
       CLOSE O_CASH_APPL_FILE
       DISPLAY "Close Output File: " L$_CASH_APPL_FILE_NAME
    END-IF

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Items taken in today:", L$_CT01_TAKEN_IN
    DISPLAY "Items assigned:", L$_CT01_ASSIGNED
    DISPLAY "Items returned to payer:", L$_CT01_RETURNED
    DISPLAY "Decisions not applied:", L$_CT01_DECISION_FAILED
    DISPLAY "Items still open:", L$_CT01_OPEN_ITEMS
    DISPLAY "Open items ESCALATED:", L$_CT01_ESCALATED
    DISPLAY "Assignments deferred:", L$_CT01_DEFERRED

    IF L$_CT01_DECISION_FAILED > ZERO
       DISPLAY "*** DECISIONS NOT APPLIED - see "
               L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

* 13-AUG-2026 - TP_NHELER - central run registry end record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72G_SUSPENSE_WORK"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB72G_SUSPENSE_WORK_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_TAKEN_IN
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    COMPUTE P$_REG_REC_WRITTEN IN ICA_TRF712_RUN_REG_WKSP =
            L$_CT01_ASSIGNED + L$_CT01_RETURNED
    MOVE L$_CT01_DECISION_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72G_SUSPENSE_WORK.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
