*********************************************************************
******* PROGRAM_NAME: [ICA_PRB364_TERMINATE.COB] ********************
*                                                                   *
*                                    [Club products sub-system]    *
*        Membership termination - dues credit and wind-down        *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_PRB358_RENEWAL lapses a member whose period ran out, but a  *
*  member who resigns mid-year had no process: the installment     *
*  plan was stopped by hand, the TRB71V release list was built by  *
*  hand and the dues refund was worked out on a calculator.  This  *
*  program takes the day's termination requests - one record per   *
*  member key, with the effective date - and for each member:      *
*                                                                   *
*    1. marks the CLB_MEM_BAS row terminated (MEMBER_STATUS "T",   *
*       the period ending on the effective date), with the         *
*       ICD_PRT_343_CHG_HST old/new row every table change         *
*       carries - the delete+insert save PRB358 uses;               *
*    2. computes the unused-months dues credit: the PRB348 tariff  *
*       in force on the effective date, for the whole months left  *
*       in the year after it - never more than the receivable      *
*       ledger shows the member actually paid for that year, so a  *
*       member whose dues are still open or bounced gets nothing   *
*       back - and writes it as a native CREDIT 670 record, with   *
*       one balancing debit izun to the club collection account    *
*       for the run's total (PRB348's retro convention, so TRB711's *
*       balance gate registers the phase);                          *
*    3. writes a closure letter, channel and suppression answered  *
*       by ICA_PRF363_CONTACT_PREF (mandatory - it confirms the    *
*       termination and the refund).                                *
*                                                                   *
*  The run then winds the members' arrangements down:              *
*                                                                   *
*    4. closes every open installment plan the terminated members  *
*       hold in ICA_PRB353_PLANS.DAT (status "C"; the balance left *
*       uncollected stays on the plan and goes on the register),   *
*       through PRB353's own .TMP and RENAME swap;                  *
*    5. writes the K_TRB71V_REL release extract for the members'   *
*       accumulators still under the deduction arrangement, reason *
*       "TM" - run ICA_TRB71V_RELEASE_ACCUM_IKUL with this run's   *
*       OPER_ID to release them.                                    *
*                                                                   *
*  The termination register carries one line per action and the    *
*  totals, so finance can tie the credits out against the 670 run. *
*  A member already terminated is reported and left alone, so a    *
*  request file run twice does not credit twice.                    *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - the effective *
*                                 date of a request that has none.   *
*       OPER_ID             I    run id - names every file.         *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_TERM_FILE              I   termination requests.          *
*       I_TARIFF_FILE            I   PRB348 dues tariff.            *
*       I_LEDGER_FILE            I   receivable ledger (PRB362).    *
*       ICD_PRT_343_CLB_MEM_BAS I/O  member rows.                   *
*       ICD_PRT_343_CHG_HST      O   change images.                 *
*       ICD_PRT_755_DBCR_STOP    I   accumulator sweep (cursor).    *
*       I_PLAN_FILE              I   installment plan store.        *
*       O_PLAN_NEW_FILE          O   rewritten plan store.          *
*       P_TERM_670_FILE          O   dues credits, native 670.      *
*       K_TRB71V_REL             O   TRB71V release extract.        *
*       O_LETTERS_FILE           O   closure letters, mail.         *
*       O_LETTERS_E_FILE         O   closure letters, email.        *
*       O_REGISTER_FILE          O   termination register.          *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Each closure letter, sent or     TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see CF-CLOSURE-LETTER)       *
*  central correspondence store                                    *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*  Email-channel letters also go to  TP_ELEVY     15-OCT-2026  2162 *
*  the outbound email gateway        (see CH-WRITE-LETTER-LINE)    *
*  (ICA_PRF372_EMAIL_OUT) with a                                   *
*  delivery tracking id.                                           *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB364_TERMINATE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Termination requests, one record per member.
    SELECT I_TERM_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Same dues tariff file ICA_PRB348_CLUB_DUES's BA-LOAD-TARIFF
*   reads.
    SELECT I_TARIFF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The receivable ledger - what the member paid for the year.
*   Missing ledger = nothing known paid, no credits - own status.
    SELECT I_LEDGER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       LG_KEY
           FILE STATUS		  IS	       L$_LEDGER_STATUS.

*   The installment plan store - missing store = no plans, own
*   status, the PRB353 stance.
    SELECT I_PLAN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PLAN_FILE_STATUS.

    SELECT O_PLAN_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Native 670 credit records, into the bank interface intake.
    SELECT P_TERM_670_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   TRB71V's release worklist.
    SELECT K_TRB71V_REL
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_LETTERS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_LETTERS_E_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REGISTER_FILE
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
*   TRM_EFFECTIVE_DATE zero = effective on the run date.
 FD I_TERM_FILE
    VALUE OF ID IS L$_TERM_FILE_NAME.
 01 I_TERM_REC.
    03 TRM_CLB_MEM_KEY              PIC X(30).
    03 TRM_EFFECTIVE_DATE           PIC 9(08).

 FD I_TARIFF_FILE
    VALUE OF ID IS L$_TARIFF_FILE_NAME.
 01 I_TARIFF_REC.
    03 TAR_MEMBERSHIP_TYPE          PIC 9(02).
    03 TAR_ANNUAL_AMT               PIC S9(07)V99.
    03 TAR_VALID_FROM               PIC 9(08).
    03 TAR_VALID_TO                 PIC 9(08).

*   Same hand-kept record convention ICA_PRB362_DUES_LEDGER keeps.
 FD I_LEDGER_FILE
    VALUE OF ID IS L$_LEDGER_NAME.
 01 I_LEDGER_REC.
    03 LG_KEY.
       05 LG_INTR_ID		PIC 9(15).
       05 LG_CHARGE_DATE	PIC 9(08).
    03 LG_CLB_MEM_KEY		PIC X(30).
    03 LG_AMOUNT		PIC S9(12)V99.
    03 LG_STATUS		PIC X(01).
       88 LG_STATUS_OPEN		    VALUE "O".
       88 LG_STATUS_CLEARED		    VALUE "C".
       88 LG_STATUS_FAILED		    VALUE "F".
       88 LG_STATUS_PAID		    VALUE "P".
    03 LG_STATUS_DATE		PIC 9(08).
    03 LG_DUN_LEVEL		PIC 9(01).
    03 LG_PAID_AMT		PIC S9(12)V99.
    03 LG_PAID_DATE		PIC 9(08).

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

 FD O_PLAN_NEW_FILE
    VALUE OF ID IS L$_PLAN_NEW_NAME.
 01 O_PLAN_NEW_REC.
    03 PN_PLAN_ID                   PIC 9(08).
    03 PN_CLB_MEM_KEY               PIC X(30).
    03 PN_TOTAL_AMT                 PIC S9(09)V99.
    03 PN_NUM_PAYMENTS              PIC 9(03).
    03 PN_START_MONTH               PIC 9(06).
    03 PN_PAYMENTS_MADE             PIC 9(03).
    03 PN_REMAINING_BAL             PIC S9(09)V99.
    03 PN_STATUS                    PIC X(01).

 FD P_TERM_670_FILE
    VALUE OF ID IS L$_P_TERM_670_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==P_TERM_670_REC==.

*   Same worklist record ICA_TRB71V_RELEASE_ACCUM_IKUL reads.
 FD K_TRB71V_REL
    VALUE OF ID IS L$_K_TRB71V_REL_NAME.
 01 K_TRB71V_REL_REC.
    03 REL_ACCUM_INTR_ID               PIC 9(15).
    03 REL_REASON_CODE                 PIC X(02).

 FD O_LETTERS_FILE
    VALUE OF ID IS L$_O_LETTERS_NAME.
 01 O_LETTERS_REC.
    03 MSG                          PIC X(200).

 FD O_LETTERS_E_FILE
    VALUE OF ID IS L$_O_LETTERS_E_NAME.
 01 O_LETTERS_E_REC.
    03 MSG_E                        PIC X(200).

 FD O_REGISTER_FILE
    VALUE OF ID IS L$_O_REGISTER_NAME.
 01 O_REGISTER_REC.
    03 MSG2                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_TERM_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB364_TRM_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_TARIFF_FILE_NAME             PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_PRB348_DUES_TARIFF.DAT".

 01 L$_LEDGER_NAME                  PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DUES_LEDGER.IDX".

 01 L$_PLAN_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.DAT".

 01 L$_PLAN_NEW_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.TMP".

 01 L$_P_TERM_670_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB364_670_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

*   the name TRB71V opens for the same OPER_ID.
 01 L$_K_TRB71V_REL_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB71V_REL_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB364_LTR_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_E_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB364_LTRE_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REGISTER_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB364_REG_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_LEDGER_STATUS                PIC X(02).
    88 L$_LEDGER_OK			    VALUE "00".

 01 L$_PLAN_FILE_STATUS             PIC X(02).
    88 L$_PLAN_FILE_FOUND		    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_EFF_DATE                PIC 9(08).
 01 L$_WS01_EFF_DATE_R  REDEFINES L$_WS01_EFF_DATE.
    03 L$_WS01_EFF_YEAR             PIC 9(04).
    03 L$_WS01_EFF_MM               PIC 9(02).
    03 L$_WS01_EFF_DD               PIC 9(02).
 01 L$_WS01_UNUSED_MONTHS           PIC 9(02).
 01 L$_WS01_CREDIT_AMT              PIC S9(09)V99.
 01 L$_WS01_YEAR_PAID               PIC S9(12)V99.
 01 L$_WS01_YEAR_OPEN               PIC S9(12)V99.
 01 L$_WS01_LTR_CHANNEL             PIC X(01).
 01 LD$_AMT                         PIC -(9)9.99.

*   the release reason TRB71V knows a termination by.
 01 L$_CO01_REL_REASON_TERM         PIC X(02) VALUE "TM".
 01 L$_CO01_MEMBER_TERMINATED       PIC X(01) VALUE "T".

*   TRB71V's qualifying rules, seen from this side: under the
*   arrangement, and not cancelled.
 01 L$_CO01_PRIORITY_2              PIC 9(04) VALUE 2.
 01 L$_CO01_STATUS_CANCELLED        PIC 9(01) VALUE 4.

*   the closure-letter contact line, one place to change.
 01 L$_CO01_CLOSE_TEXT              PIC X(60) VALUE
    "Questions: member service desk, 03-5550100".

*   the club's own collection account - the same izun convention
*   PRB348's ZC-WRITE-RETRO-BALANCING follows for credits.
 01 L$_CO01_CLUB_ACCOUNT.
    03 L$_CO01_CLUB_BANK            PIC 9(02) VALUE 31.
    03 L$_CO01_CLUB_BRANCH          PIC 9(03) VALUE 046.
    03 L$_CO01_CLUB_ACC_TYPE        PIC 9(03) VALUE 409.
    03 L$_CO01_CLUB_ACC_NUM         PIC 9(06) VALUE 318272.
 01 L$_CO01_IZUN_PROD_ID            PIC X(20)
    VALUE "99999999999999999999".

*   the tariff table, loaded once.
 01 L$_WS01_TAR_TBL.
    03 L$_WS01_TAR_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_TAR_FOUND_IDX        PIC 9(02)       VALUE 0.
    03 L$_WS01_TAR_ENTRY  OCCURS 50 TIMES
                          INDEXED BY L$_WS01_TAR_IDX.
       05 L$_WS01_TAR_TYPE          PIC 9(02).
       05 L$_WS01_TAR_ANNUAL_AMT    PIC S9(07)V99 COMP.
       05 L$_WS01_TAR_FROM          PIC 9(08).
       05 L$_WS01_TAR_TO            PIC 9(08).

*   the members this run terminated - the plan and accumulator
*   passes wind down exactly these.
 01 L$_WS02_TRM_TBL.
    03 L$_WS02_TRM_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS02_TRM_FOUND            PIC 9(03)       VALUE 0.
    03 L$_WS02_TRM_ENTRY  OCCURS 500 TIMES
                          INDEXED BY L$_WS02_TRM_IDX.
       05 L$_WS02_TRM_MEM_KEY       PIC X(30).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_TRM		    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_TRM_NO		    VALUE 0.
       88 L$_SW01_EOF_TRM_YES		    VALUE 1.
    03 L$_SW01_EOF_TARIFF	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_TARIFF_NO		    VALUE 0.
       88 L$_SW01_EOF_TARIFF_YES	    VALUE 1.
    03 L$_SW01_EOF_LDG		    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LDG_NO		    VALUE 0.
       88 L$_SW01_EOF_LDG_YES		    VALUE 1.
    03 L$_SW01_EOF_PLANS	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PLANS_NO		    VALUE 0.
       88 L$_SW01_EOF_PLANS_YES		    VALUE 1.
    03 L$_SW01_EOF_CURSOR	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CURSOR_NO		    VALUE 0.
       88 L$_SW01_EOF_CURSOR_YES	    VALUE 1.
    03 L$_SW01_LEDGER_OPEN	    PIC 9(01)       VALUE 0.
       88 L$_SW01_LEDGER_OPEN_NO	    VALUE 0.
       88 L$_SW01_LEDGER_OPEN_YES	    VALUE 1.
    03 L$_SW01_SAVE_STATE	    PIC 9(01)       VALUE 0.
       88 L$_SW01_SAVE_CLEAN		    VALUE 0.
       88 L$_SW01_SAVE_FAILED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_REQUESTS_READ         PIC 9(09).
    03 L$_CT01_TERMINATED            PIC 9(09).
    03 L$_CT01_ALREADY_TERM          PIC 9(09).
    03 L$_CT01_FAILED                PIC 9(09).
    03 L$_CT01_CREDITS_WRITTEN       PIC 9(09).
    03 L$_CT01_NO_CREDIT             PIC 9(09).
    03 L$_CT01_LETTERS_WRITTEN       PIC 9(09).
    03 L$_CT01_SUPPRESSED            PIC 9(09).
    03 L$_CT01_PLANS_CLOSED          PIC 9(09).
    03 L$_CT01_ACCUMS_READ           PIC 9(09).
    03 L$_CT01_ACCUMS_RELEASE        PIC 9(09).
    03 L$_CT01_TOTAL_CREDITED        PIC S9(12)V99 COMP.
    03 L$_CT01_PLAN_BAL_DROPPED      PIC S9(12)V99 COMP.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_669_FIN_STTLMNT_VAL"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_674_CURNCY_TYP_VAL"      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRT_327_BANKS_VAL"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*   central contact preference (see ICA_PRF363_CONTACT_PREF). The
*   closure letter is MANDATORY - it confirms the termination and
*   the refund - so only the returned-mail marker suppresses it.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every letter, sent or
*              suppressed, recorded against the member.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - outbound email gateway (see
*              ICA_PRF372_EMAIL_OUT): every email-channel line also
*              goes to the gateway, tracked per letter.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CHG_HST_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"       FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"         FROM DICTIONARY.

*   the row before the termination touched it - the OLD_VALUE image
*   of the change-history row, same convention as the save panel.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_OLD_IMAGE.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - run date, CCYYMMDD.
*     OPER_ID  - run id.
 COPY 'ICA_CDD_WKSP:ICA_PRB364_TERMINATE_WKSP'        FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB364_TERMINATE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_TERM_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_TERM_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_LETTERS_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REGISTER_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_REGISTER_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON P_TERM_670_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_TERM_670_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_PLAN_NEW_FILE.
 005.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_PLAN_NEW_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON K_TRB71V_REL.
 006.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_K_TRB71V_REL_NAME
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

    PERFORM C-TERMINATE-MEMBERS

    IF L$_WS02_TRM_CNT > ZERO
       PERFORM D-CLOSE-PLANS
    END-IF

    PERFORM E-BUILD-RELEASE-EXTRACT

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB364_TERMINATE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_TAR_TBL
               L$_WS02_TRM_TBL
               ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_PRB364_TERMINATE_INP
      TO L$_WS01_RUN_DATE

    MOVE OPER_ID	    IN ICA_PRB364_TERMINATE_INP
      TO L$_WS01_OPER_ID    IN L$_TERM_FILE_NAME
         L$_WS01_OPER_ID    IN L$_P_TERM_670_NAME
         L$_WS01_OPER_ID    IN L$_K_TRB71V_REL_NAME
         L$_WS01_OPER_ID    IN L$_O_LETTERS_NAME
         L$_WS01_OPER_ID    IN L$_O_LETTERS_E_NAME
         L$_WS01_OPER_ID    IN L$_O_REGISTER_NAME

    OPEN OUTPUT O_REGISTER_FILE
    DISPLAY "Open Output File: " L$_O_REGISTER_NAME

    MOVE "Membership termination - register"
      TO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    PERFORM BA-LOAD-TARIFF

*   the ledger answers what was paid; without it nothing is known
*   paid and no credit is written - reported, the run goes on.
    OPEN INPUT I_LEDGER_FILE

    IF L$_LEDGER_OK
       SET L$_SW01_LEDGER_OPEN_YES TO TRUE
    ELSE
       MOVE "No receivable ledger - no dues credits this run."
         TO MSG2	IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB364_TERMINATE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB364_TERMINATE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-TARIFF			SECTION.
*--------------------------------------------------------------------
*# same load - and same no-tariff refusal - as PRB348's
*# BA-LOAD-TARIFF, effective-dated rows included.
 BA-00.

    OPEN INPUT I_TARIFF_FILE
    DISPLAY "Open Input File: " L$_TARIFF_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_TARIFF_YES
       READ I_TARIFF_FILE
          AT END
             SET L$_SW01_EOF_TARIFF_YES TO TRUE
          NOT AT END
             IF L$_WS01_TAR_CNT < 50
                ADD 1 TO L$_WS01_TAR_CNT
                SET L$_WS01_TAR_IDX TO L$_WS01_TAR_CNT
                MOVE TAR_MEMBERSHIP_TYPE
                  TO L$_WS01_TAR_TYPE(L$_WS01_TAR_IDX)
                MOVE TAR_ANNUAL_AMT
                  TO L$_WS01_TAR_ANNUAL_AMT(L$_WS01_TAR_IDX)
                MOVE TAR_VALID_FROM
                  TO L$_WS01_TAR_FROM(L$_WS01_TAR_IDX)
                MOVE TAR_VALID_TO
                  TO L$_WS01_TAR_TO(L$_WS01_TAR_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 50 tariff rows "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_TARIFF_FILE

    IF L$_WS01_TAR_CNT = ZERO
       DISPLAY "** Dues tariff file empty - dues credits cannot be "
               "computed. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Tariff rows loaded: ", L$_WS01_TAR_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-TERMINATE-MEMBERS			SECTION.
*--------------------------------------------------------------------
 C-00.

    OPEN OUTPUT P_TERM_670_FILE
    DISPLAY "Open Output File: " L$_P_TERM_670_NAME

    OPEN OUTPUT O_LETTERS_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_NAME

    OPEN OUTPUT O_LETTERS_E_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_E_NAME

    OPEN INPUT I_TERM_FILE
    DISPLAY "Open Input File: " L$_TERM_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_TRM_YES
       READ I_TERM_FILE
          AT END
             SET L$_SW01_EOF_TRM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_TRM_NO
          ADD 1 TO L$_CT01_REQUESTS_READ
          PERFORM CA-TERMINATE-ONE-MEMBER
       END-IF
    END-PERFORM

    CLOSE I_TERM_FILE

    IF L$_CT01_TOTAL_CREDITED > ZERO
       PERFORM ZB-WRITE-BALANCING-DEBIT
    END-IF

    CLOSE P_TERM_670_FILE
          O_LETTERS_FILE
          O_LETTERS_E_FILE
    DISPLAY "Close Output File: " L$_P_TERM_670_NAME
    DISPLAY "Close Output File: " L$_O_LETTERS_NAME
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-TERMINATE-ONE-MEMBER		SECTION.
*--------------------------------------------------------------------
 CA-00.

    IF TRM_EFFECTIVE_DATE = ZERO
       MOVE L$_WS01_RUN_DATE	TO L$_WS01_EFF_DATE
    ELSE
       MOVE TRM_EFFECTIVE_DATE	TO L$_WS01_EFF_DATE
    END-IF

    MOVE DP$_SYM_TRAN_READ_WRITE TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE TRM_CLB_MEM_KEY
      TO ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       ADD 1 TO L$_CT01_FAILED
       PERFORM XR-ROLLBACK
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "TERMINATION FAILED - member not found: "
              TRM_CLB_MEM_KEY
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO CA-EXIT
    END-IF

*#  a member terminated before - the request file run twice - is
*#  left exactly as it stands: no second credit, no second letter.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
       = L$_CO01_MEMBER_TERMINATED
       ADD 1 TO L$_CT01_ALREADY_TERM
       PERFORM XR-ROLLBACK
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "ALREADY TERMINATED - MEMBER " TRM_CLB_MEM_KEY
              " - left as it stands"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO CA-EXIT
    END-IF

    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS01_OLD_IMAGE

*#  the credit is worked out off the row as it stood - before the
*#  save below rewrites it.
    PERFORM CB-COMPUTE-CREDIT

    MOVE L$_CO01_MEMBER_TERMINATED
      TO MEMBER_STATUS          IN ICD_PRT_343_CLB_MEM_BAS
                                IN ICD_PRT_343_CLB_MEM_BAS_DBW
    MOVE L$_WS01_EFF_DATE
      TO MEMBERSHIP_EXPIRY_DATE IN ICD_PRT_343_CLB_MEM_BAS
                                IN ICD_PRT_343_CLB_MEM_BAS_DBW

    PERFORM DC-SAVE-MEMBER-ROW

    IF L$_SW01_SAVE_FAILED
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "TERMINATION FAILED - member row could not be saved: "
              TRM_CLB_MEM_KEY
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO CA-EXIT
    END-IF

    ADD 1 TO L$_CT01_TERMINATED

    IF L$_WS02_TRM_CNT < 500
       ADD 1 TO L$_WS02_TRM_CNT
       SET L$_WS02_TRM_IDX TO L$_WS02_TRM_CNT
       MOVE TRM_CLB_MEM_KEY TO L$_WS02_TRM_MEM_KEY(L$_WS02_TRM_IDX)
    ELSE
       DISPLAY "*** WARNING: more than 500 terminations - plans "
               "and accumulators of the rest wind down by hand ***"
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "  WIND-DOWN BY HAND - plans and accumulators of "
              TRM_CLB_MEM_KEY
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
    END-IF

    MOVE L$_WS01_CREDIT_AMT TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "TERMINATED MEMBER " TRM_CLB_MEM_KEY
           " EFFECTIVE " L$_WS01_EFF_DATE
           " UNUSED MONTHS:" L$_WS01_UNUSED_MONTHS
           " DUES CREDIT: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    IF L$_WS01_CREDIT_AMT > ZERO
       PERFORM DD-WRITE-CREDIT-670
       ADD 1 TO L$_CT01_CREDITS_WRITTEN
       ADD L$_WS01_CREDIT_AMT TO L$_CT01_TOTAL_CREDITED
    ELSE
       ADD 1 TO L$_CT01_NO_CREDIT
    END-IF

    IF L$_WS01_YEAR_OPEN > ZERO
       MOVE L$_WS01_YEAR_OPEN TO LD$_AMT
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "  DUES STILL OWED on the ledger for "
              L$_WS01_EFF_YEAR ": " LD$_AMT
              " - arrears stand (ICA_PRB362_DUES_LEDGER)"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
    END-IF

    PERFORM CF-CLOSURE-LETTER
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-COMPUTE-CREDIT			SECTION.
*--------------------------------------------------------------------
*# whole months left in the year after the effective month, at the
*# tariff in force on the effective date - capped at what the
*# ledger shows collected for that year. A member charged a part
*# year (joined late, family split) can never be refunded more than
*# was taken; a member whose dues are open or bounced gets nothing.
 CB-00.

    MOVE ZERO TO L$_WS01_CREDIT_AMT
                 L$_WS01_YEAR_PAID
                 L$_WS01_YEAR_OPEN

    COMPUTE L$_WS01_UNUSED_MONTHS = 12 - L$_WS01_EFF_MM

    PERFORM CC-SUM-YEAR-LEDGER

    IF L$_WS01_UNUSED_MONTHS = ZERO
    OR L$_WS01_YEAR_PAID NOT > ZERO
       GO TO CB-EXIT
    END-IF

    PERFORM CD-FIND-TARIFF

    IF L$_WS01_TAR_FOUND_IDX = ZERO
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "  NO TARIFF for membership type "
              MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                              IN ICD_PRT_343_CLB_MEM_BAS_DBW
              " on " L$_WS01_EFF_DATE " - no dues credit"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO CB-EXIT
    END-IF

    SET L$_WS01_TAR_IDX TO L$_WS01_TAR_FOUND_IDX

    COMPUTE L$_WS01_CREDIT_AMT ROUNDED =
            L$_WS01_TAR_ANNUAL_AMT(L$_WS01_TAR_IDX)
            * L$_WS01_UNUSED_MONTHS / 12

    IF L$_WS01_CREDIT_AMT > L$_WS01_YEAR_PAID
       MOVE L$_WS01_YEAR_PAID TO L$_WS01_CREDIT_AMT
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-SUM-YEAR-LEDGER			SECTION.
*--------------------------------------------------------------------
*# the member's entries charged in the effective year, by a keyed
*# sweep over the member id - START at (id, zero), PRB362's DA1
*# walk. A cleared debit was collected whole; otherwise what direct
*# member credits settled is what was paid, the rest still owed.
 CC-00.

    IF L$_SW01_LEDGER_OPEN_NO
       GO TO CC-EXIT
    END-IF

    SET L$_SW01_EOF_LDG_NO TO TRUE

    MOVE MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                   IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO LG_INTR_ID
    MOVE ZERO TO LG_CHARGE_DATE

    START I_LEDGER_FILE KEY NOT < LG_KEY

    IF NOT L$_LEDGER_OK
       GO TO CC-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_LDG_YES
       READ I_LEDGER_FILE NEXT
          AT END
             SET L$_SW01_EOF_LDG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LDG_NO
          IF LG_INTR_ID NOT =
             MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW
             SET L$_SW01_EOF_LDG_YES TO TRUE
          ELSE
             IF LG_CHARGE_DATE(1:4) = L$_WS01_EFF_YEAR
                EVALUATE TRUE
                    WHEN LG_STATUS_CLEARED
                         ADD LG_AMOUNT   TO L$_WS01_YEAR_PAID
                    WHEN LG_STATUS_PAID
                         ADD LG_PAID_AMT TO L$_WS01_YEAR_PAID
                    WHEN OTHER
                         ADD LG_PAID_AMT TO L$_WS01_YEAR_PAID
                         COMPUTE L$_WS01_YEAR_OPEN =
                                 L$_WS01_YEAR_OPEN
                               + LG_AMOUNT - LG_PAID_AMT
                END-EVALUATE
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-FIND-TARIFF			SECTION.
*--------------------------------------------------------------------
*# PRB348's CB-FIND-TARIFF single-member rule: a row effective on
*# the date, the last effective row wins.
 CD-00.

    MOVE 0 TO L$_WS01_TAR_FOUND_IDX

    PERFORM VARYING L$_WS01_TAR_IDX FROM 1 BY 1
               UNTIL L$_WS01_TAR_IDX > L$_WS01_TAR_CNT
       IF L$_WS01_TAR_TYPE(L$_WS01_TAR_IDX) =
          MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
      AND L$_WS01_TAR_FROM(L$_WS01_TAR_IDX)
          NOT > L$_WS01_EFF_DATE
      AND (L$_WS01_TAR_TO(L$_WS01_TAR_IDX) = ZERO
        OR L$_WS01_TAR_TO(L$_WS01_TAR_IDX)
           NOT < L$_WS01_EFF_DATE)
          SET L$_WS01_TAR_FOUND_IDX TO L$_WS01_TAR_IDX
       END-IF
    END-PERFORM
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-WRITE-REGISTER-LINE		SECTION.
*--------------------------------------------------------------------
 CE-00.

    WRITE O_REGISTER_REC
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-CLOSURE-LETTER			SECTION.
*--------------------------------------------------------------------
*# the member's recorded preference decides channel and
*# suppression; the closure letter is mandatory.
 CF-00.

    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    MOVE TRM_CLB_MEM_KEY
      TO P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "ICA_PRB364_TERMINATE"
      TO P$_CPF_PROG_NAME   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "Y"
      TO P$_CPF_MANDATORY   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_CPF_RUN_DATE    IN ICA_PRF363_CONTACT_PREF_WKSP
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "CLOSURE"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB364_TERMINATE_INP
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
       STRING "  CLOSURE LETTER SUPPRESSED - "
              P$_CPF_REASON IN ICA_PRF363_CONTACT_PREF_WKSP
         DELIMITED BY SIZE
         INTO MSG2  IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO CF-EXIT
    END-IF

    MOVE P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP
      TO L$_WS01_LTR_CHANNEL

    PERFORM CG-WRITE-ONE-LETTER

    ADD 1 TO L$_CT01_LETTERS_WRITTEN
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-WRITE-ONE-LETTER			SECTION.
*--------------------------------------------------------------------
*# one print-interface letter block - the same *LETTER-START/
*# *LETTER-END framing ICA_TRB71U_DEDUCT_LETTERS established.
 CG-00.

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-START" TO MSG IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "TO: "
           FLAT_NAME    IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "ADDRESS: "
           FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "Your club membership has ended as of "
           L$_WS01_EFF_DATE "."
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    IF L$_WS01_CREDIT_AMT > ZERO
       MOVE L$_WS01_CREDIT_AMT TO LD$_AMT
       STRING "Dues for the " L$_WS01_UNUSED_MONTHS
              " unused months, " LD$_AMT
              ", will be credited to your account."
         DELIMITED BY SIZE
         INTO MSG  IN O_LETTERS_REC
    ELSE
       MOVE "No dues refund is due for the rest of the year."
         TO MSG IN O_LETTERS_REC
    END-IF
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE L$_CO01_CLOSE_TEXT TO MSG IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-END" TO MSG IN O_LETTERS_REC
    PERFORM CH-WRITE-LETTER-LINE
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-WRITE-LETTER-LINE			SECTION.
*--------------------------------------------------------------------
*# one writer, two channels: the line lands on the member's
*# preferred channel file.
 CH-00.

    IF L$_WS01_LTR_CHANNEL = "E"
       MOVE MSG IN O_LETTERS_REC TO MSG_E IN O_LETTERS_E_REC
       WRITE O_LETTERS_E_REC
* 15-OCT-2026 - TP_ELEVY - and to the email gateway, which gives
*              the letter its tracking id.
       MOVE MSG IN O_LETTERS_REC
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       CALL 'ICA_PRF372_EMAIL_OUT'
            USING ICA_PRF372_EMAIL_OUT_WKSP
                  ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    ELSE
       WRITE O_LETTERS_REC
    END-IF
    .
 CH-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-SAVE-MEMBER-ROW			SECTION.
*--------------------------------------------------------------------
*# delete+insert save with the old/new change-history row - the
*# PRB358 DC-SAVE-MEMBER-ROW idiom.
 DC-00.

    SET L$_SW01_SAVE_CLEAN TO TRUE

    ADD DP$_SYM_DELETE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INSERT TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW IS FAILURE
       SET L$_SW01_SAVE_FAILED TO TRUE
       PERFORM XR-ROLLBACK
       GO TO DC-EXIT
    END-IF

    INITIALIZE ICD_PRT_343_CHG_HST_DBW

    MOVE L$_WS01_OLD_IMAGE(1:30)
      TO ICD_PRT_343_CHG_HST_PRW(1:30)
    MOVE L$_WS01_OLD_IMAGE
      TO OLD_VALUE		IN ICD_PRT_343_CHG_HST_PRW
    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO NEW_VALUE		IN ICD_PRT_343_CHG_HST_PRW
    MOVE SP$_ACW_USER_NAME	IN UTL_CONTROL_ACW
      TO OPER_ID		IN ICD_PRT_343_CHG_HST_PRW
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN ICD_PRT_343_CHG_HST_PRW

    ADD DP$_SYM_STORE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CHG_HST_DBW
    CALL 'ICD_PRT_343_CHG_HST_DBA' USING ICD_PRT_343_CHG_HST_DBW

    IF DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW IS FAILURE
       SET L$_SW01_SAVE_FAILED TO TRUE
       PERFORM XR-ROLLBACK
       GO TO DC-EXIT
    END-IF

    MOVE DP$_SYM_COMMIT TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-WRITE-CREDIT-670			SECTION.
*--------------------------------------------------------------------
*# the dues credit as a native credit record to the member's own
*# account, in the shape PRB348's RC-WRITE-ADJ-670 writes a
*# credit-side adjustment: account details off the member row,
*# member id and key as the charge's identity.
 DD-00.

    INITIALIZE P_TERM_670_REC

    MOVE CORR ICD_PRT_343_CLB_MEM_BAS IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO ICD_TRT_670_CUR_CRDB IN P_TERM_670_REC

    MOVE MEMBER_ID  IN ICD_PRT_343_CLB_MEM_BAS
                    IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DEB_CRD_INTR_ID       IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:20)
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE V669$CREDIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_WS01_CREDIT_AMT
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    WRITE P_TERM_670_REC
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-CLOSE-PLANS				SECTION.
*--------------------------------------------------------------------
*# every plan record is carried into the rewritten store - a
*# terminated member's open plan closed, everything else untouched
*# - then PRB353's own .TMP and RENAME swap puts it in place.
 D-00.

    OPEN INPUT I_PLAN_FILE

    IF NOT L$_PLAN_FILE_FOUND
       MOVE "No installment-plan store - no plans to close."
         TO MSG2	IN O_REGISTER_REC
       PERFORM CE-WRITE-REGISTER-LINE
       GO TO D-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_PLAN_FILE_NAME

    OPEN OUTPUT O_PLAN_NEW_FILE

    PERFORM UNTIL L$_SW01_EOF_PLANS_YES
       READ I_PLAN_FILE
          AT END
             SET L$_SW01_EOF_PLANS_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PLANS_NO
          PERFORM DA-CARRY-ONE-PLAN
       END-IF
    END-PERFORM

    CLOSE I_PLAN_FILE
          O_PLAN_NEW_FILE

    PERFORM DB-SWAP-PLAN-STORE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-CARRY-ONE-PLAN			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE PLN_PLAN_ID		TO PN_PLAN_ID
    MOVE PLN_CLB_MEM_KEY	TO PN_CLB_MEM_KEY
    MOVE PLN_TOTAL_AMT		TO PN_TOTAL_AMT
    MOVE PLN_NUM_PAYMENTS	TO PN_NUM_PAYMENTS
    MOVE PLN_START_MONTH	TO PN_START_MONTH
    MOVE PLN_PAYMENTS_MADE	TO PN_PAYMENTS_MADE
    MOVE PLN_REMAINING_BAL	TO PN_REMAINING_BAL
    MOVE PLN_STATUS		TO PN_STATUS

    IF PLN_STATUS = "C"
       GO TO DA-WRITE
    END-IF

    MOVE PLN_CLB_MEM_KEY TO TRM_CLB_MEM_KEY
    PERFORM XT-FIND-TERMINATED

    IF L$_WS02_TRM_FOUND = ZERO
       GO TO DA-WRITE
    END-IF

*#  closed where it stands: PRB353 bills no "C" plan, and the
*#  balance left on the record is what the plan never collected.
    MOVE "C" TO PN_STATUS
    ADD 1 TO L$_CT01_PLANS_CLOSED
    ADD PLN_REMAINING_BAL TO L$_CT01_PLAN_BAL_DROPPED

    MOVE PLN_REMAINING_BAL TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "PLAN CLOSED - PLAN " PLN_PLAN_ID
           " MEMBER " PLN_CLB_MEM_KEY
           " PAYMENTS " PLN_PAYMENTS_MADE " OF " PLN_NUM_PAYMENTS
           " UNCOLLECTED: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
    .
 DA-WRITE.

    WRITE O_PLAN_NEW_REC
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-SWAP-PLAN-STORE			SECTION.
*--------------------------------------------------------------------
*# the rewritten store replaces the old one - PRB353's ZC-SWAP-
*# PLAN-STORE, so a run that dies mid-rewrite leaves the old store
*# standing.
 DB-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_PLAN_NEW_NAME " " L$_PLAN_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at DB-SWAP-PLAN-STORE - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-BUILD-RELEASE-EXTRACT		SECTION.
*--------------------------------------------------------------------
*# TRB71V's worklist for the terminated members' accumulators still
*# under the deduction arrangement. Written - empty - even when no
*# member was terminated, so the TRB71V step always finds its file.
 E-00.

    OPEN OUTPUT K_TRB71V_REL
    DISPLAY "Open Output File: " L$_K_TRB71V_REL_NAME

    IF L$_WS02_TRM_CNT = ZERO
       GO TO E-CLOSE
    END-IF

    INITIALIZE ICD_PRT_755_DBCR_STOP_DBW
    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_DBCR_STOP_DBW

    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_755_DBCR_STOP_DBW
       CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_ACCUMS_READ
                PERFORM EA-JUDGE-ONE-ACCUM

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                SET L$_SW01_EOF_CURSOR_YES TO TRUE
                DISPLAY "** 755 sweep failed - release extract "
                        "incomplete."
                MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
                SET SP$_EXIT_STATUS_FAILURE TO TRUE
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_DBCR_STOP_DBW

    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW
    .
 E-CLOSE.

    CLOSE K_TRB71V_REL
    DISPLAY "Close Output File: " L$_K_TRB71V_REL_NAME
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-JUDGE-ONE-ACCUM			SECTION.
*--------------------------------------------------------------------
*# only what TRB71V would release: not cancelled, under the
*# arrangement - then the owning member, off the balance inquiry
*# (PRB359's CC-GET-BALANCE-AND-MEMBER lookup).
 EA-00.

    IF ACCUM_STATUS IN ICD_PRT_755_DBCR_STOP_PRW
                    IN ICD_PRT_755_DBCR_STOP_DBW
       = L$_CO01_STATUS_CANCELLED
    OR DEDUCTION_OPTION IN ICD_PRT_755_DBCR_STOP_PRW
                        IN ICD_PRT_755_DBCR_STOP_DBW
       NOT = L$_CO01_PRIORITY_2
       GO TO EA-EXIT
    END-IF

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                       IN ICD_PRT_755_DBCR_STOP_DBW
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       GO TO EA-EXIT
    END-IF

    MOVE CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW TO TRM_CLB_MEM_KEY
    PERFORM XT-FIND-TERMINATED

    IF L$_WS02_TRM_FOUND = ZERO
       GO TO EA-EXIT
    END-IF

    INITIALIZE K_TRB71V_REL_REC

    MOVE ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                       IN ICD_PRT_755_DBCR_STOP_DBW
      TO REL_ACCUM_INTR_ID
    MOVE L$_CO01_REL_REASON_TERM
      TO REL_REASON_CODE

    WRITE K_TRB71V_REL_REC

    ADD 1 TO L$_CT01_ACCUMS_RELEASE

    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "FOR RELEASE - ACCUM " REL_ACCUM_INTR_ID
           " MEMBER " TRM_CLB_MEM_KEY
           " BALANCE: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 XR-ROLLBACK				SECTION.
*--------------------------------------------------------------------
 XR-00.

    MOVE DP$_SYM_ROLLBACK TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW
    .
 XR-EXIT.    EXIT.
*--------------------------------------------------------------------
 XT-FIND-TERMINATED			SECTION.
*--------------------------------------------------------------------
*# is TRM_CLB_MEM_KEY one of this run's terminations - the table
*# position, or zero.
 XT-00.

    MOVE 0 TO L$_WS02_TRM_FOUND

    PERFORM VARYING L$_WS02_TRM_IDX FROM 1 BY 1
               UNTIL L$_WS02_TRM_IDX > L$_WS02_TRM_CNT
                  OR L$_WS02_TRM_FOUND > ZERO
       IF L$_WS02_TRM_MEM_KEY(L$_WS02_TRM_IDX) = TRM_CLB_MEM_KEY
          SET L$_WS02_TRM_FOUND TO L$_WS02_TRM_IDX
       END-IF
    END-PERFORM
    .
 XT-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZB-WRITE-BALANCING-DEBIT		SECTION.
*--------------------------------------------------------------------
*# one debit-side izun record for the run's credits, to the club's
*# own collection account - the refunds come out of it, and TRB711's
*# balance gate sees debits equal to credits.
 ZB-00.

    INITIALIZE P_TERM_670_REC

    MOVE V669$DEBIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE L$_CT01_TOTAL_CREDITED
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TERM_670_REC

    WRITE P_TERM_670_REC

    MOVE L$_CT01_TOTAL_CREDITED TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "BALANCING DEBIT to club collection account: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
    .
 ZB-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    IF L$_SW01_LEDGER_OPEN_YES
       CLOSE I_LEDGER_FILE
    END-IF

    MOVE SPACES
      TO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE "Totals follow."
      TO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Termination requests read:" DELIMITED BY SIZE
           L$_CT01_REQUESTS_READ         DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Members terminated:"  DELIMITED BY SIZE
           L$_CT01_TERMINATED     DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Already terminated, left alone:" DELIMITED BY SIZE
           L$_CT01_ALREADY_TERM              DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Terminations failed:" DELIMITED BY SIZE
           L$_CT01_FAILED         DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Dues credits written:"  DELIMITED BY SIZE
           L$_CT01_CREDITS_WRITTEN  DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Terminated with no dues credit:" DELIMITED BY SIZE
           L$_CT01_NO_CREDIT                 DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Closure letters written:" DELIMITED BY SIZE
           L$_CT01_LETTERS_WRITTEN    DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Closure letters suppressed:" DELIMITED BY SIZE
           L$_CT01_SUPPRESSED            DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Installment plans closed:" DELIMITED BY SIZE
           L$_CT01_PLANS_CLOSED        DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    STRING "Accumulators for TRB71V release:" DELIMITED BY SIZE
           L$_CT01_ACCUMS_RELEASE              DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_CT01_TOTAL_CREDITED TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "Total dues credited: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_CT01_PLAN_BAL_DROPPED TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REGISTER_REC
    STRING "Total plan balances left uncollected: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG2	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    CLOSE O_REGISTER_FILE
    DISPLAY "Close Output File: " L$_O_REGISTER_NAME

    DISPLAY "Termination requests read:", L$_CT01_REQUESTS_READ
    DISPLAY "Members terminated:", L$_CT01_TERMINATED
    DISPLAY "Terminations failed:", L$_CT01_FAILED
    DISPLAY "Dues credits written:", L$_CT01_CREDITS_WRITTEN
    DISPLAY "Installment plans closed:", L$_CT01_PLANS_CLOSED
    DISPLAY "Accumulators for release:", L$_CT01_ACCUMS_RELEASE

    IF L$_CT01_FAILED > ZERO
       DISPLAY "*** FAILED TERMINATIONS - see the register."
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB364_TERMINATE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB364_TERMINATE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REQUESTS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_TERMINATED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB364_TERMINATE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
