*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72N_CASH_FORECAST.COB] ****************
*                                                                   *
*                                    [TR sub-system]                *
*        Treasury cash forecast by value date, bank and currency   *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Treasury funds the clearing accounts from what it expects to    *
*  move over the coming days. This job lays the next FORECAST_DAYS *
*  business days out from today on ICA_BANK_CALENDAR.DAT (the same *
*  non-business-day list ICA_TRB711_EDIT_BENLEUMI rolls value      *
*  dates on) and places on them everything already known to be     *
*  coming:                                                           *
*                                                                   *
*    1. the records TRB711 carried over on its BEFORE file;        *
*    2. the held items awaiting ICA_TRB715_RELEASE_HELD (every     *
*       ICA_TRB711_HELD_<phase>.DAT on the scheduler's listing);   *
*    3. the installments ICA_PRB353_INSTALLMENTS will charge from  *
*       ICA_PRB353_PLANS.DAT on its next run, when that run falls  *
*       inside the horizon;                                         *
*    4. the scheduled dues billing (ICA_PRB348_CLUB_DUES), when it  *
*       falls inside the horizon, estimated at what the ledger     *
*       shows the previous billing charged;                         *
*    5. the future-dated TRB71H changes waiting on ICA_TRB71H_     *
*       PENDING.DAT - listed on their effective day with the       *
*       accumulator's balance they stop, not netted into the       *
*       bank movements.                                             *
*                                                                   *
*  A value date on a non-business day rolls to the next business   *
*  day; an item already past due is expected on the first day;    *
*  anything beyond the last day is counted and left out. Debits and *
*  credits are totalled per value date, bank and currency, with    *
*  shekel equivalents at the latest rate on ICA_TR_RATE_HIST.IDX.  *
*  The report goes to treasury; the same figures go to treasury's  *
*  liquidity system as ICA_TRB72N_LIQ_<date>.DAT (H/D/T).          *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       FORECAST_DAYS       I    business days forecast, 1 - 20.   *
*       BEFORE_FILE_NAME    I    TRB711's BEFORE file (carry-over).*
*       HELD_LISTING_FILE_NAME I listing of the ICA_TRB711_HELD_   *
*                                 files, ICA_TRB71K listing shape. *
*       INST_BILL_DATE      I    next installment run, CCYYMMDD;   *
*                                 zero - none scheduled.            *
*       INST_BILL_MONTH     I    the month it bills, CCYYMM.        *
*       DUES_BILL_DATE      I    next dues billing, CCYYMMDD; zero  *
*                                 - none scheduled.                 *
*       DUES_BASIS_DATE     I    charge date of the billing the     *
*                                 estimate is taken from.           *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_BANK_CALENDAR          I   non-business days.             *
*       I_HELD_LISTING_FILE      I   held files (optional).         *
*       I670_FILE                I   BEFORE file, then each held    *
*                                     file (optional).               *
*       I_PLAN_FILE              I   installment plans (optional).  *
*       I_LEDGER_FILE            I   dues ledger (optional).        *
*       I_PEND_FILE              I   TRB71H pending (optional).     *
*       I_RATE_HIST_FILE         I   exchange rates (optional).     *
*       ICD_PRT_755_BAL_CHK_DBA  I   accumulator balance.           *
*       O_LIQ_FILE               O   treasury liquidity file.       *
*       O_REPORT_FILE            O   forecast report.               *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72N_CASH_FORECAST.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   A missing calendar refuses the run - own status.
    SELECT I_BANK_CALENDAR
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CAL_FILE_STATUS.

*   No held phase means no listing - own status.
    SELECT I_HELD_LISTING_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LISTING_STATUS.

*   The BEFORE file and every held file, one after the other; any of
*   them may be gone by the time the forecast runs - own status.
    SELECT I670_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_I670_STATUS.

    SELECT I_PLAN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PLAN_STATUS.

    SELECT I_LEDGER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       LG_KEY
           FILE STATUS		  IS	       L$_LEDGER_STATUS.

    SELECT I_PEND_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PEND_FILE_STATUS.

    SELECT I_RATE_HIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       RH_KEY
           FILE STATUS		  IS	       L$_RATE_HIST_STATUS.

    SELECT O_LIQ_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Every expected movement, by forecast day, bank and currency.
    SELECT  SORT_FC_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Same file ICA_TRB711_EDIT_BENLEUMI's SC-LOAD-BANK-CALENDAR reads.
 FD I_BANK_CALENDAR
    VALUE OF ID IS L$_CAL_FILE_NAME.
 01 I_BANK_CAL_REC.
    03 CAL_NON_BUS_DATE		PIC 9(08).

*   Same listing shape ICA_TRB71K_ARCHIVE_PURGE reads.
 FD I_HELD_LISTING_FILE
    VALUE OF ID IS L$_LISTING_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB71K_DIR_LISTING_REC"   FROM DICTIONARY.

 FD I670_FILE
    VALUE OF ID IS L$_I670_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==I670_REC==.

*   ICA_PRB353_INSTALLMENTS' plan file.
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

*   ICA_PRB362_DUES_LEDGER's receivable ledger.
 FD I_LEDGER_FILE
    VALUE OF ID IS L$_LEDGER_NAME.
 01 I_LEDGER_REC.
    03 LG_KEY.
       05 LG_INTR_ID		PIC 9(15).
       05 LG_CHARGE_DATE	PIC 9(08).
    03 LG_CLB_MEM_KEY		PIC X(30).
    03 LG_AMOUNT		PIC S9(12)V99.
    03 LG_STATUS		PIC X(01).
    03 LG_STATUS_DATE		PIC 9(08).
    03 LG_DUN_LEVEL		PIC 9(01).
    03 LG_PAID_AMT		PIC S9(12)V99.
    03 LG_PAID_DATE		PIC 9(08).

*   Same record shape TRB71H's P_TRB71H_PEND writes.
 FD I_PEND_FILE
    VALUE OF ID IS L$_PEND_FILE_NAME.
 01 I_PEND_REC.
    COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW" FROM DICTIONARY
       REPLACING    ICD_PRT_755_DBCR_STOP_PRW
              BY    PEND_755_BODY
                    ==01==  BY  ==03==.
    03 PEND_EFFECTIVE_DATE             PIC 9(08).

*   ICA_TRB71Z_RATE_INGEST's history; RH_RATE_DATE zero is the
*   rolling latest rate per currency.
 FD I_RATE_HIST_FILE
    VALUE OF ID IS L$_RATE_HIST_NAME.
 01 I_RATE_HIST_REC.
    03 RH_KEY.
       05 RH_CURRENCY_CODE          PIC 9(02).
       05 RH_RATE_DATE              PIC 9(08).
    03 RH_SHEKEL_RATE               PIC S9(05)V9(06).
    03 RH_ACCEPTED_TMSP             PIC S9(11)V9(07) COMP.
    03 RH_OVERRIDE_IND              PIC X(01).

*   Treasury's liquidity feed: one header, one detail per value
*   date / bank / currency, one trailer. Amounts unsigned - debits
*   and credits are carried apart; LQ_D_RATE_IND "N" where no rate
*   was on file (shekel equivalents then zero).
 FD O_LIQ_FILE
    VALUE OF ID IS L$_O_LIQ_NAME.
 01 O_LIQ_HEADER_REC.
    03 LH_REC_TYPE                  PIC X(01).
    03 LH_RUN_DATE                  PIC 9(08).
    03 LH_FIRST_DATE                PIC 9(08).
    03 LH_LAST_DATE                 PIC 9(08).
    03 LH_DAYS                      PIC 9(02).
    03 FILLER                       PIC X(79).
 01 O_LIQ_DETAIL_REC.
    03 LD_REC_TYPE                  PIC X(01).
    03 LD_VALUE_DATE                PIC 9(08).
    03 LD_BANK_NUM                  PIC 9(03).
    03 LD_CURRENCY                  PIC 9(02).
    03 LD_DEB_AMT                   PIC 9(13)V99.
    03 LD_CRD_AMT                   PIC 9(13)V99.
    03 LD_RATE_IND                  PIC X(01).
    03 LD_RATE                      PIC 9(05)V9(06).
    03 LD_DEB_ILS                   PIC 9(13)V99.
    03 LD_CRD_ILS                   PIC 9(13)V99.
    03 FILLER                       PIC X(20).
 01 O_LIQ_TRAILER_REC.
    03 LT_REC_TYPE                  PIC X(01).
    03 LT_DETAIL_CNT                PIC 9(07).
    03 LT_DEB_ILS                   PIC 9(13)V99.
    03 LT_CRD_ILS                   PIC 9(13)V99.
    03 FILLER                       PIC X(68).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                      PIC X(200).

*   SF_SOURCE B BEFORE carry-over, H held, I installment, D dues.
 SD  SORT_FC_FILE.
 01  SF_SORT_REC.
     03 SF_DAY_NUM                  PIC 9(02).
     03 SF_BANK_NUM                 PIC 9(03).
     03 SF_CURRENCY                 PIC 9(02).
     03 SF_SOURCE                   PIC X(01).
     03 SF_DEB_AMT                  PIC S9(13)V99.
     03 SF_CRD_AMT                  PIC S9(13)V99.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_CAL_FILE_NAME                PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_BANK_CALENDAR.DAT".

 01 L$_LISTING_NAME                 PIC X(40).

 01 L$_I670_NAME                    PIC X(54).

 01 L$_PLAN_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.DAT".

 01 L$_LEDGER_NAME                  PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DUES_LEDGER.IDX".

 01 L$_PEND_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB71H_PENDING.DAT".

 01 L$_RATE_HIST_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RATE_HIST.IDX".

 01 L$_O_LIQ_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72N_LIQ_".
    03 L$_WS01_LIQ_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72N_RPT_".
    03 L$_WS01_REPORT_DATE  PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_CAL_FILE_STATUS              PIC X(02).
    88 L$_CAL_FILE_OK			    VALUE "00".

 01 L$_LISTING_STATUS               PIC X(02).
    88 L$_LISTING_FOUND			    VALUE "00".

 01 L$_I670_STATUS                  PIC X(02).
    88 L$_I670_FOUND			    VALUE "00".

 01 L$_PLAN_STATUS                  PIC X(02).
    88 L$_PLAN_FOUND			    VALUE "00".

 01 L$_LEDGER_STATUS                PIC X(02).
    88 L$_LEDGER_FOUND			    VALUE "00".

 01 L$_PEND_FILE_STATUS             PIC X(02).
    88 L$_PEND_FILE_FOUND		    VALUE "00".

 01 L$_RATE_HIST_STATUS             PIC X(02).
    88 L$_RATE_HIST_FOUND		    VALUE "00".

 01 L$_TIME_STRING                  PIC X(23).

 01 L$_WS01_FORECAST_DAYS           PIC 9(02).
 01 L$_WS01_TODAY_YMD               PIC 9(08).
 01 L$_WS01_INST_BILL_DATE          PIC 9(08).
 01 L$_WS01_INST_BILL_MONTH         PIC 9(06).
 01 L$_WS01_DUES_BILL_DATE          PIC 9(08).
 01 L$_WS01_DUES_BASIS_DATE         PIC 9(08).
 01 L$_WS01_BIN_DATE                PIC S9(11)V9(07) COMP.
 01 L$_WS01_YMD                     PIC 9(08).
 01 L$_WS01_ONE_DAY_DELTA           PIC S9(11)V9(07) COMP.
 01 L$_WS01_STEP_CNT                PIC 9(03).
 01 L$_WS01_DAY_NUM                 PIC 9(02).
 01 L$_WS01_CUR_DAY                 PIC 9(02).
 01 L$_WS01_TO_DAY                  PIC 9(02).
 01 L$_WS01_SOURCE                  PIC X(01).
 01 L$_WS01_BANK_NUM                PIC 9(03).
 01 L$_WS01_CURRENCY                PIC 9(02).
 01 L$_WS01_DEB_AMT                 PIC S9(13)V99.
 01 L$_WS01_CRD_AMT                 PIC S9(13)V99.
 01 L$_WS01_INSTALLMENT_AMT         PIC S9(09)V99.
 01 L$_WS01_DUES_ESTIMATE           PIC S9(13)V99.
 01 L$_WS01_ACCUM_BAL               PIC S9(13)V99.
 01 L$_WS01_RATE                    PIC S9(05)V9(06).
 01 L$_WS01_RATE_IND                PIC X(01).
 01 L$_WS01_NET_AMT                 PIC S9(13)V99.
 01 L$_WS01_DEB_ILS                 PIC S9(13)V99.
 01 L$_WS01_CRD_ILS                 PIC S9(13)V99.
 01 L$_WS01_NET_ILS                 PIC S9(13)V99.
 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_AMT2                        PIC -(12)9.99.
 01 LD$_AMT3                        PIC -(12)9.99.
 01 LD$_AMT4                        PIC -(12)9.99.
 01 LD$_RATE                        PIC ZZZZ9.999999.

*   the non-business days, as ICA_TRB711_EDIT_BENLEUMI keeps them.
 01 L$_CAL_TBL.
    03 L$_CAL_CNT		PIC 9(03) VALUE 0.
    03 L$_CAL_FOUND_IDX		PIC 9(03) VALUE 0.
    03 L$_CAL_ENTRY  OCCURS 400 TIMES INDEXED BY L$_CAL_IDX.
       05 L$_CAL_NON_BUS_DATE	PIC 9(08).

*   the forecast days, and the debit/credit stops due on each.
 01 L$_WS01_DAY_TBL.
    03 L$_WS01_DAY_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_DAY_ENTRY   OCCURS 20 TIMES
                           INDEXED BY L$_WS01_DAY_IDX.
       05 L$_WS01_DAY_DATE          PIC 9(08).
       05 L$_WS01_DAY_PEND_CNT      PIC 9(05).
       05 L$_WS01_DAY_PEND_BAL      PIC S9(13)V99 COMP.
       05 L$_WS01_DAY_DEB_ILS       PIC S9(13)V99 COMP.
       05 L$_WS01_DAY_CRD_ILS       PIC S9(13)V99 COMP.

*   the value date / bank / currency group in hand.
 01 L$_MH01_GROUP.
    03 L$_MH01_DAY_NUM              PIC 9(02).
    03 L$_MH01_BANK_NUM             PIC 9(03).
    03 L$_MH01_CURRENCY             PIC 9(02).
 01 L$_WS01_GRP_DEB_AMT             PIC S9(13)V99.
 01 L$_WS01_GRP_CRD_AMT             PIC S9(13)V99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CAL               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CAL_NO			    VALUE 0.
       88 L$_SW01_EOF_CAL_YES			    VALUE 1.
    03 L$_SW01_EOF_LST               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LST_NO			    VALUE 0.
       88 L$_SW01_EOF_LST_YES			    VALUE 1.
    03 L$_SW01_EOF_670               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_670_NO			    VALUE 0.
       88 L$_SW01_EOF_670_YES			    VALUE 1.
    03 L$_SW01_EOF_PLN               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PLN_NO			    VALUE 0.
       88 L$_SW01_EOF_PLN_YES			    VALUE 1.
    03 L$_SW01_EOF_LDG               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LDG_NO			    VALUE 0.
       88 L$_SW01_EOF_LDG_YES			    VALUE 1.
    03 L$_SW01_EOF_PND               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PND_NO			    VALUE 0.
       88 L$_SW01_EOF_PND_YES			    VALUE 1.
    03 L$_SW01_EOF_SORT              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_RATE_FILE             PIC 9(01)       VALUE 0.
       88 L$_SW01_RATE_FILE_CLOSED		    VALUE 0.
       88 L$_SW01_RATE_FILE_OPENED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_BEFORE_READ           PIC 9(07).
    03 L$_CT01_HELD_FILES            PIC 9(05).
    03 L$_CT01_HELD_READ             PIC 9(07).
    03 L$_CT01_PLAN_READ             PIC 9(07).
    03 L$_CT01_PLAN_DUE              PIC 9(07).
    03 L$_CT01_LEDGER_READ           PIC 9(09).
    03 L$_CT01_DUES_BASIS_CNT        PIC 9(07).
    03 L$_CT01_PEND_READ             PIC 9(07).
    03 L$_CT01_PEND_NO_BAL           PIC 9(07).
    03 L$_CT01_OVERDUE               PIC 9(07).
    03 L$_CT01_BEYOND                PIC 9(07).
    03 L$_CT01_LIQ_DETAIL            PIC 9(07).
    03 L$_CT01_NO_RATE               PIC 9(07).
    03 L$_CT01_AMT_BEFORE            PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_HELD              PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_INST              PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_DUES              PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_BEYOND            PIC S9(15)V99 COMP.
    03 L$_CT01_TOT_DEB_ILS           PIC S9(15)V99 COMP.
    03 L$_CT01_TOT_CRD_ILS           PIC S9(15)V99 COMP.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_APPLY_DELTA_TIME_WKSP'       FROM DICTIONARY.

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

* ICD wksp copies
*------------------------
*   the accumulator balance a pending debit/credit stop freezes.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"          FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box).
 COPY 'ICA_CDD_WKSP:ICA_TRB72N_CASH_FORECAST_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72N_CASH_FORECAST_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_LIQ_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_LIQ_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 002.
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

    PERFORM C-BUILD-HORIZON

    PERFORM D-FORECAST

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
*# the run is dated by the system date - the horizon starts today.
 B-00.

    DISPLAY 'Start of program: ICA_TRB72N_CASH_FORECAST.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_DAY_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE FORECAST_DAYS	      IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_WS01_FORECAST_DAYS
    MOVE HELD_LISTING_FILE_NAME IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_LISTING_NAME
    MOVE INST_BILL_DATE	      IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_WS01_INST_BILL_DATE
    MOVE INST_BILL_MONTH      IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_WS01_INST_BILL_MONTH
    MOVE DUES_BILL_DATE	      IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_WS01_DUES_BILL_DATE
    MOVE DUES_BASIS_DATE      IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_WS01_DUES_BASIS_DATE

    CALL 'UTL_GET_DATE_TIME'  USING  UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_BIN_DATE
    PERFORM XC-CVT-DATE
    MOVE L$_WS01_YMD
      TO L$_WS01_TODAY_YMD
         L$_WS01_LIQ_DATE     IN L$_O_LIQ_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72N_CASH_FORECAST"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Treasury cash forecast - run " L$_WS01_TODAY_YMD
           " - " L$_WS01_FORECAST_DAYS " business days"
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_TODAY_YMD = ZERO
       MOVE "*** System date could not be converted - run refused. ***"
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    IF L$_WS01_FORECAST_DAYS = ZERO
    OR L$_WS01_FORECAST_DAYS > 20
       MOVE "*** FORECAST_DAYS must be 1 to 20 - run refused. ***"
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-BUILD-HORIZON			SECTION.
*--------------------------------------------------------------------
*# today and the days after it, one day at a time, keeping each day
*# the calendar does not list until FORECAST_DAYS are kept. Capped -
*# a calendar closing a whole month refuses the run.
 C-00.

    PERFORM CA-LOAD-BANK-CALENDAR

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_BIN_DATE
    MOVE L$_WS01_TODAY_YMD    TO L$_WS01_YMD
    MOVE ZERO                 TO L$_WS01_STEP_CNT

    PERFORM UNTIL L$_WS01_DAY_CNT = L$_WS01_FORECAST_DAYS
       PERFORM XB-CHECK-CALENDAR
       IF L$_CAL_FOUND_IDX = ZERO
          ADD 1 TO L$_WS01_DAY_CNT
          MOVE L$_WS01_YMD TO L$_WS01_DAY_DATE(L$_WS01_DAY_CNT)
       END-IF

       IF L$_WS01_DAY_CNT < L$_WS01_FORECAST_DAYS
          ADD 1 TO L$_WS01_STEP_CNT
          IF L$_WS01_STEP_CNT > 90
             MOVE SPACES TO MSG IN O_REPORT_REC
             STRING "*** Bank calendar closes too many days in a row"
                    " - run refused. ***"
               DELIMITED BY SIZE
               INTO MSG IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE
             PERFORM XZ-REFUSE-RUN
          END-IF
          PERFORM CB-NEXT-DAY
       END-IF
    END-PERFORM

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Horizon: " L$_WS01_DAY_DATE(1) " to "
           L$_WS01_DAY_DATE(L$_WS01_DAY_CNT)
           " - value dates on non-business days roll to the next"
           " business day; past-due items are expected on the first"
           " day."
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_LIQ_FILE
    DISPLAY "Open Output File: " L$_O_LIQ_NAME

    MOVE SPACES                TO O_LIQ_HEADER_REC
    MOVE "H"                   TO LH_REC_TYPE
    MOVE L$_WS01_TODAY_YMD     TO LH_RUN_DATE
    MOVE L$_WS01_DAY_DATE(1)   TO LH_FIRST_DATE
    MOVE L$_WS01_DAY_DATE(L$_WS01_DAY_CNT)
                               TO LH_LAST_DATE
    MOVE L$_WS01_DAY_CNT       TO LH_DAYS
    WRITE O_LIQ_HEADER_REC
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-LOAD-BANK-CALENDAR			SECTION.
*--------------------------------------------------------------------
*# ICA_TRB711_EDIT_BENLEUMI's SC-LOAD-BANK-CALENDAR: a calendar that
*# cannot be read, or is empty, refuses the run; the one-day delta
*# is computed once.
 CA-00.

    OPEN INPUT I_BANK_CALENDAR

    IF NOT L$_CAL_FILE_OK
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "*** Bank calendar " L$_CAL_FILE_NAME
              " cannot be read - run refused. ***"
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CAL_YES
       READ I_BANK_CALENDAR
          AT END
             SET L$_SW01_EOF_CAL_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CAL_NO
          IF L$_CAL_CNT < 400
             ADD 1 TO L$_CAL_CNT
             MOVE CAL_NON_BUS_DATE
               TO L$_CAL_NON_BUS_DATE(L$_CAL_CNT)
          ELSE
             DISPLAY "*** WARNING: bank calendar has more than "
                     "400 entries - extras ignored ***"
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_BANK_CALENDAR

    IF L$_CAL_CNT = ZERO
       MOVE "*** Bank calendar is empty - run refused. ***"
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    DISPLAY "Bank calendar loaded - ", L$_CAL_CNT,
            " non-business days"

    MOVE "0001 00:00:00.00"
      TO L$_TIME_STRING

    MOVE L$_TIME_STRING
      TO SP$_DELTA_TIME_C23      IN UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING  UTL_CVT_DELTA_TIME_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
       MOVE SP$_SYSPRO_STATUS_AUXIL  IN UTL_CVT_DELTA_TIME_WKSP
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:CA-LOAD-BANK-CALENDAR'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF

    MOVE SP$_DELTA_TIME      IN UTL_CVT_DELTA_TIME_WKSP
      TO L$_WS01_ONE_DAY_DELTA
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-NEXT-DAY				SECTION.
*--------------------------------------------------------------------
*# one day on from L$_WS01_BIN_DATE, in binary and CCYYMMDD.
 CB-00.

    MOVE L$_WS01_BIN_DATE
      TO SP$_DATE_TIME_1     IN UTL_APPLY_DELTA_TIME_WKSP
    MOVE L$_WS01_ONE_DAY_DELTA
      TO SP$_DELTA_TIME      IN UTL_APPLY_DELTA_TIME_WKSP
    MOVE "+"
      TO SP$_MATH_OPERATOR   IN UTL_APPLY_DELTA_TIME_WKSP

    CALL 'UTL_APPLY_DELTA_TIME'  USING  UTL_APPLY_DELTA_TIME_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_APPLY_DELTA_TIME_WKSP  IS FAILURE
       MOVE SP$_SYSPRO_STATUS_AUXIL  IN UTL_APPLY_DELTA_TIME_WKSP
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE 'RTN:UTL_APPLY_DELTA_TIME SEC:CB-NEXT-DAY'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF

    MOVE SP$_DATE_TIME_2     IN UTL_APPLY_DELTA_TIME_WKSP
      TO L$_WS01_BIN_DATE
    PERFORM XC-CVT-DATE

    IF L$_WS01_YMD = ZERO
       MOVE 'RTN:UTL_CVT_DATE_DDMMYYYY SEC:CB-NEXT-DAY'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-FORECAST				SECTION.
*--------------------------------------------------------------------
 D-00.

    SORT SORT_FC_FILE
         ON ASCENDING
         KEY SF_DAY_NUM
             SF_BANK_NUM
             SF_CURRENCY
         INPUT  PROCEDURE DA-RELEASE-MOVEMENTS
         OUTPUT PROCEDURE DH-REPORT-FORECAST
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-RELEASE-MOVEMENTS			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE BEFORE_FILE_NAME    IN ICA_TRB72N_CASH_FORECAST_INP
      TO L$_I670_NAME
    MOVE "B"                 TO L$_WS01_SOURCE
    PERFORM DB-RELEASE-670-FILE

    PERFORM DC-RELEASE-HELD

    PERFORM DD-RELEASE-INSTALLMENTS

    PERFORM DF-RELEASE-DUES

    PERFORM DG-LOAD-PENDING-STOPS
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-RELEASE-670-FILE			SECTION.
*--------------------------------------------------------------------
*# every record of the file in L$_I670_NAME at its own value date,
*# bank, currency and side.
 DB-00.

    OPEN INPUT I670_FILE

    IF NOT L$_I670_FOUND
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "Not on disk, nothing taken from it: " L$_I670_NAME
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_I670_NAME
    SET L$_SW01_EOF_670_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_670_YES
       READ I670_FILE
          AT END
             SET L$_SW01_EOF_670_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_670_NO
          IF L$_WS01_SOURCE = "B"
             ADD 1 TO L$_CT01_BEFORE_READ
          ELSE
             ADD 1 TO L$_CT01_HELD_READ
          END-IF

          MOVE VALUE_DATE      IN ICD_TRT_670_CUR_CRDB IN I670_REC
            TO L$_WS01_BIN_DATE
          PERFORM XC-CVT-DATE
          PERFORM XD-PLACE-DATE

          MOVE INTG_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I670_REC
            TO L$_WS01_BANK_NUM
          MOVE DEB_CRD_CURRENCY_CODE
                               IN ICD_TRT_670_CUR_CRDB IN I670_REC
            TO L$_WS01_CURRENCY
          MOVE ZERO TO L$_WS01_DEB_AMT
                       L$_WS01_CRD_AMT
          IF DEB_CRD_CODE      IN ICD_TRT_670_CUR_CRDB IN I670_REC
             = V669$DEBIT_SIDE
             MOVE TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_REC
               TO L$_WS01_DEB_AMT
          ELSE
             MOVE TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_REC
               TO L$_WS01_CRD_AMT
          END-IF

          PERFORM XR-RELEASE-MOVEMENT
       END-IF
    END-PERFORM

    CLOSE I670_FILE
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-RELEASE-HELD			SECTION.
*--------------------------------------------------------------------
*# each held file on the scheduler's listing - released, their items
*# go out on their own value dates (past ones on the first day).
 DC-00.

    OPEN INPUT I_HELD_LISTING_FILE

    IF NOT L$_LISTING_FOUND
       MOVE "No held-file listing - no held items forecast."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DC-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_LST_YES
       READ I_HELD_LISTING_FILE
          AT END
             SET L$_SW01_EOF_LST_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LST_NO
          ADD 1 TO L$_CT01_HELD_FILES
          MOVE DIR_FILE_NAME  IN ICA_TRB71K_DIR_LISTING_REC
            TO L$_I670_NAME
          MOVE "H"            TO L$_WS01_SOURCE
          PERFORM DB-RELEASE-670-FILE
       END-IF
    END-PERFORM

    CLOSE I_HELD_LISTING_FILE
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-RELEASE-INSTALLMENTS		SECTION.
*--------------------------------------------------------------------
*# ICA_PRB353_INSTALLMENTS' own selection and amount rule: each
*# installment a shekel debit through Benleumi on the run day, plus
*# the run's one balancing credit to the club's collection account.
 DD-00.

    IF L$_WS01_INST_BILL_DATE = ZERO
       MOVE "No installment run scheduled - none forecast."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DD-EXIT
    END-IF

    OPEN INPUT I_PLAN_FILE

    IF NOT L$_PLAN_FOUND
       MOVE "No installment plan file - no installments forecast."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DD-EXIT
    END-IF

    MOVE L$_WS01_INST_BILL_DATE TO L$_WS01_YMD
    PERFORM XD-PLACE-DATE
    MOVE V327$INTG_BNL          TO L$_WS01_BANK_NUM
    MOVE V674$SHEKEL            TO L$_WS01_CURRENCY
    MOVE "I"                    TO L$_WS01_SOURCE
    MOVE ZERO                   TO L$_WS01_CRD_AMT

    PERFORM UNTIL L$_SW01_EOF_PLN_YES
       READ I_PLAN_FILE
          AT END
             SET L$_SW01_EOF_PLN_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PLN_NO
          ADD 1 TO L$_CT01_PLAN_READ
          PERFORM DE-PLAN-INSTALLMENT
       END-IF
    END-PERFORM

    CLOSE I_PLAN_FILE

    MOVE L$_CT01_AMT_INST       TO L$_WS01_CRD_AMT
    MOVE ZERO                   TO L$_WS01_DEB_AMT
    IF L$_WS01_CRD_AMT NOT = ZERO
       PERFORM XR-RELEASE-MOVEMENT
    END-IF
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-PLAN-INSTALLMENT			SECTION.
*--------------------------------------------------------------------
 DE-00.

    IF PLN_STATUS = "C"
    OR PLN_REMAINING_BAL NOT > ZERO
    OR PLN_START_MONTH > L$_WS01_INST_BILL_MONTH
       GO TO DE-EXIT
    END-IF

    IF PLN_STATUS = "S"
    OR PLN_PAYMENTS_MADE + 1 NOT < PLN_NUM_PAYMENTS
       MOVE PLN_REMAINING_BAL TO L$_WS01_INSTALLMENT_AMT
    ELSE
       COMPUTE L$_WS01_INSTALLMENT_AMT ROUNDED =
               PLN_TOTAL_AMT / PLN_NUM_PAYMENTS
       IF L$_WS01_INSTALLMENT_AMT > PLN_REMAINING_BAL
          MOVE PLN_REMAINING_BAL TO L$_WS01_INSTALLMENT_AMT
       END-IF
    END-IF

    ADD 1 TO L$_CT01_PLAN_DUE
    ADD L$_WS01_INSTALLMENT_AMT TO L$_CT01_AMT_INST
    MOVE L$_WS01_INSTALLMENT_AMT TO L$_WS01_DEB_AMT
    PERFORM XR-RELEASE-MOVEMENT
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 DF-RELEASE-DUES			SECTION.
*--------------------------------------------------------------------
*# ICA_PRB348_CLUB_DUES keeps no schedule of what it will charge -
*# the estimate is what the ledger shows the basis billing charged,
*# as one shekel debit total through Benleumi and its balancing
*# credit, on the billing day.
 DF-00.

    IF L$_WS01_DUES_BILL_DATE = ZERO
       MOVE "No dues billing scheduled - none forecast."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DF-EXIT
    END-IF

    OPEN INPUT I_LEDGER_FILE

    IF NOT L$_LEDGER_FOUND
       MOVE "No dues ledger - dues billing not forecast."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DF-EXIT
    END-IF

    MOVE ZERO TO L$_WS01_DUES_ESTIMATE

    PERFORM UNTIL L$_SW01_EOF_LDG_YES
       READ I_LEDGER_FILE NEXT
          AT END
             SET L$_SW01_EOF_LDG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LDG_NO
          ADD 1 TO L$_CT01_LEDGER_READ
          IF LG_CHARGE_DATE = L$_WS01_DUES_BASIS_DATE
             ADD 1 TO L$_CT01_DUES_BASIS_CNT
             ADD LG_AMOUNT TO L$_WS01_DUES_ESTIMATE
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_LEDGER_FILE

    MOVE L$_WS01_DUES_ESTIMATE TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Dues billing " L$_WS01_DUES_BILL_DATE
           " estimated from the " L$_WS01_DUES_BASIS_DATE
           " billing: " L$_CT01_DUES_BASIS_CNT " charges for" LD$_AMT
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_DUES_ESTIMATE = ZERO
       GO TO DF-EXIT
    END-IF

    ADD L$_WS01_DUES_ESTIMATE  TO L$_CT01_AMT_DUES

    MOVE L$_WS01_DUES_BILL_DATE TO L$_WS01_YMD
    PERFORM XD-PLACE-DATE
    MOVE V327$INTG_BNL          TO L$_WS01_BANK_NUM
    MOVE V674$SHEKEL            TO L$_WS01_CURRENCY
    MOVE "D"                    TO L$_WS01_SOURCE

    MOVE L$_WS01_DUES_ESTIMATE  TO L$_WS01_DEB_AMT
    MOVE ZERO                   TO L$_WS01_CRD_AMT
    PERFORM XR-RELEASE-MOVEMENT

    MOVE ZERO                   TO L$_WS01_DEB_AMT
    MOVE L$_WS01_DUES_ESTIMATE  TO L$_WS01_CRD_AMT
    PERFORM XR-RELEASE-MOVEMENT
    .
 DF-EXIT.    EXIT.
*--------------------------------------------------------------------
 DG-LOAD-PENDING-STOPS			SECTION.
*--------------------------------------------------------------------
*# a pending TRB71H change carries no amount: from its effective day
*# the accumulator's debits/credits stop, so its current balance is
*# what stops moving. Listed on that day, not netted into the bank
*# movements.
 DG-00.

    OPEN INPUT I_PEND_FILE

    IF NOT L$_PEND_FILE_FOUND
       MOVE "No pending TRB71H changes."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DG-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_PND_YES
       READ I_PEND_FILE
          AT END
             SET L$_SW01_EOF_PND_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PND_NO
          ADD 1 TO L$_CT01_PEND_READ
          MOVE PEND_EFFECTIVE_DATE TO L$_WS01_YMD
          MOVE "P"                 TO L$_WS01_SOURCE
          PERFORM XD-PLACE-DATE
          IF L$_WS01_DAY_NUM NOT = ZERO
             PERFORM DGA-ACCUM-BALANCE
             ADD 1 TO L$_WS01_DAY_PEND_CNT(L$_WS01_DAY_NUM)
             ADD L$_WS01_ACCUM_BAL
              TO L$_WS01_DAY_PEND_BAL(L$_WS01_DAY_NUM)
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_PEND_FILE
    .
 DG-EXIT.    EXIT.
*--------------------------------------------------------------------
 DGA-ACCUM-BALANCE			SECTION.
*--------------------------------------------------------------------
 DGA-00.

    MOVE ZERO TO L$_WS01_ACCUM_BAL

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE ACCUM_INTR_ID IN PEND_755_BODY
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW = SP$_MSG_NORMAL
       MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
         TO L$_WS01_ACCUM_BAL
    ELSE
       ADD 1 TO L$_CT01_PEND_NO_BAL
    END-IF
    .
 DGA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DH-REPORT-FORECAST			SECTION.
*--------------------------------------------------------------------
*# every forecast day is reported, movements or not; one line and
*# one liquidity detail per value date / bank / currency.
 DH-00.

    MOVE ZERO TO L$_WS01_CUR_DAY
    MOVE ZERO TO L$_MH01_DAY_NUM
                 L$_MH01_BANK_NUM
                 L$_MH01_CURRENCY
    MOVE ZERO TO L$_WS01_GRP_DEB_AMT
                 L$_WS01_GRP_CRD_AMT
    SET L$_SW01_EOF_SORT_NO TO TRUE

    OPEN INPUT I_RATE_HIST_FILE
    IF L$_RATE_HIST_FOUND
       SET L$_SW01_RATE_FILE_OPENED TO TRUE
    ELSE
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "*** Rate history cannot be read - foreign currency"
              " shown without shekel equivalents. ***"
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FC_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          IF SF_DAY_NUM  NOT = L$_MH01_DAY_NUM
          OR SF_BANK_NUM NOT = L$_MH01_BANK_NUM
          OR SF_CURRENCY NOT = L$_MH01_CURRENCY
             IF L$_MH01_DAY_NUM NOT = ZERO
                PERFORM DI-WRITE-GROUP
             END-IF
             IF SF_DAY_NUM NOT = L$_WS01_CUR_DAY
                MOVE SF_DAY_NUM TO L$_WS01_TO_DAY
                PERFORM DJ-ADVANCE-TO-DAY
             END-IF
             MOVE SF_DAY_NUM  TO L$_MH01_DAY_NUM
             MOVE SF_BANK_NUM TO L$_MH01_BANK_NUM
             MOVE SF_CURRENCY TO L$_MH01_CURRENCY
             MOVE ZERO TO L$_WS01_GRP_DEB_AMT
                          L$_WS01_GRP_CRD_AMT
          END-IF
          ADD SF_DEB_AMT TO L$_WS01_GRP_DEB_AMT
          ADD SF_CRD_AMT TO L$_WS01_GRP_CRD_AMT
       END-IF
    END-PERFORM

    IF L$_MH01_DAY_NUM NOT = ZERO
       PERFORM DI-WRITE-GROUP
    END-IF

    COMPUTE L$_WS01_TO_DAY = L$_WS01_DAY_CNT + 1
    PERFORM DJ-ADVANCE-TO-DAY

    IF L$_SW01_RATE_FILE_OPENED
       CLOSE I_RATE_HIST_FILE
    END-IF
    .
 DH-EXIT.    EXIT.
*--------------------------------------------------------------------
 DI-WRITE-GROUP				SECTION.
*--------------------------------------------------------------------
 DI-00.

    MOVE L$_MH01_CURRENCY TO L$_WS01_CURRENCY
    PERFORM XE-GET-RATE

    COMPUTE L$_WS01_NET_AMT =
            L$_WS01_GRP_DEB_AMT - L$_WS01_GRP_CRD_AMT
    COMPUTE L$_WS01_DEB_ILS ROUNDED =
            L$_WS01_GRP_DEB_AMT * L$_WS01_RATE
    COMPUTE L$_WS01_CRD_ILS ROUNDED =
            L$_WS01_GRP_CRD_AMT * L$_WS01_RATE
    COMPUTE L$_WS01_NET_ILS =
            L$_WS01_DEB_ILS - L$_WS01_CRD_ILS

    ADD L$_WS01_DEB_ILS TO L$_WS01_DAY_DEB_ILS(L$_MH01_DAY_NUM)
                           L$_CT01_TOT_DEB_ILS
    ADD L$_WS01_CRD_ILS TO L$_WS01_DAY_CRD_ILS(L$_MH01_DAY_NUM)
                           L$_CT01_TOT_CRD_ILS

    MOVE L$_WS01_GRP_DEB_AMT TO LD$_AMT
    MOVE L$_WS01_GRP_CRD_AMT TO LD$_AMT2
    MOVE L$_WS01_NET_AMT     TO LD$_AMT3
    MOVE L$_WS01_NET_ILS     TO LD$_AMT4
    MOVE L$_WS01_RATE        TO LD$_RATE
    MOVE SPACES TO MSG IN O_REPORT_REC
    IF L$_WS01_RATE_IND = "N"
       STRING "    " L$_MH01_BANK_NUM "  " L$_MH01_CURRENCY " "
              LD$_AMT " " LD$_AMT2 " " LD$_AMT3
              "   NO RATE ON FILE"
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
    ELSE
       STRING "    " L$_MH01_BANK_NUM "  " L$_MH01_CURRENCY " "
              LD$_AMT " " LD$_AMT2 " " LD$_AMT3 " " LD$_RATE " "
              LD$_AMT4
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    ADD 1 TO L$_CT01_LIQ_DETAIL
    MOVE SPACES                TO O_LIQ_DETAIL_REC
    MOVE "D"                   TO LD_REC_TYPE
    MOVE L$_WS01_DAY_DATE(L$_MH01_DAY_NUM)
                               TO LD_VALUE_DATE
    MOVE L$_MH01_BANK_NUM      TO LD_BANK_NUM
    MOVE L$_MH01_CURRENCY      TO LD_CURRENCY
    MOVE L$_WS01_GRP_DEB_AMT   TO LD_DEB_AMT
    MOVE L$_WS01_GRP_CRD_AMT   TO LD_CRD_AMT
    MOVE L$_WS01_RATE_IND      TO LD_RATE_IND
    MOVE L$_WS01_RATE          TO LD_RATE
    MOVE L$_WS01_DEB_ILS       TO LD_DEB_ILS
    MOVE L$_WS01_CRD_ILS       TO LD_CRD_ILS
    WRITE O_LIQ_DETAIL_REC
    .
 DI-EXIT.    EXIT.
*--------------------------------------------------------------------
 DJ-ADVANCE-TO-DAY			SECTION.
*--------------------------------------------------------------------
*# closes the day in hand and opens every day up to L$_WS01_TO_DAY;
*# a day passed over had nothing expected.
 DJ-00.

    PERFORM UNTIL L$_WS01_CUR_DAY NOT < L$_WS01_TO_DAY
       IF L$_WS01_CUR_DAY NOT = ZERO
          PERFORM DK-CLOSE-DAY
       END-IF
       ADD 1 TO L$_WS01_CUR_DAY
       IF L$_WS01_CUR_DAY NOT > L$_WS01_DAY_CNT
          MOVE SPACES TO MSG IN O_REPORT_REC
          STRING "Value date " L$_WS01_DAY_DATE(L$_WS01_CUR_DAY)
                 " (business day " L$_WS01_CUR_DAY ")"
            DELIMITED BY SIZE
            INTO MSG IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          MOVE SPACES TO MSG IN O_REPORT_REC
          STRING "    Bank Cur            Debits           Credits"
                 "               Net         Rate        Net shekel"
            DELIMITED BY SIZE
            INTO MSG IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          IF L$_WS01_CUR_DAY < L$_WS01_TO_DAY
             MOVE "    nothing expected"
               TO MSG IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE
          END-IF
       END-IF
    END-PERFORM
    .
 DJ-EXIT.    EXIT.
*--------------------------------------------------------------------
 DK-CLOSE-DAY				SECTION.
*--------------------------------------------------------------------
 DK-00.

    MOVE L$_WS01_DAY_DEB_ILS(L$_WS01_CUR_DAY) TO LD$_AMT
    MOVE L$_WS01_DAY_CRD_ILS(L$_WS01_CUR_DAY) TO LD$_AMT2
    COMPUTE LD$_AMT3 = L$_WS01_DAY_DEB_ILS(L$_WS01_CUR_DAY)
                     - L$_WS01_DAY_CRD_ILS(L$_WS01_CUR_DAY)
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "    Day in shekels: debits" LD$_AMT
           "  credits" LD$_AMT2 "  net" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_DAY_PEND_CNT(L$_WS01_CUR_DAY) > ZERO
       MOVE L$_WS01_DAY_PEND_BAL(L$_WS01_CUR_DAY) TO LD$_AMT
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "    TRB71H debit/credit stops taking effect: "
              L$_WS01_DAY_PEND_CNT(L$_WS01_CUR_DAY)
              " accumulator(s), balance" LD$_AMT
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DK-EXIT.    EXIT.
*--------------------------------------------------------------------
 XB-CHECK-CALENDAR			SECTION.
*--------------------------------------------------------------------
*# L$_CAL_FOUND_IDX set when L$_WS01_YMD is a listed non-business
*# day, zero when it is a business day.
 XB-00.

    MOVE 0 TO L$_CAL_FOUND_IDX

    PERFORM VARYING L$_CAL_IDX FROM 1 BY 1
               UNTIL L$_CAL_IDX > L$_CAL_CNT
       IF L$_CAL_NON_BUS_DATE(L$_CAL_IDX) = L$_WS01_YMD
          SET L$_CAL_FOUND_IDX TO L$_CAL_IDX
       END-IF
    END-PERFORM
    .
 XB-EXIT.    EXIT.
*--------------------------------------------------------------------
 XC-CVT-DATE				SECTION.
*--------------------------------------------------------------------
*# L$_WS01_BIN_DATE as CCYYMMDD in L$_WS01_YMD - TRB72A's
*# conversion; zero when it cannot be converted.
 XC-00.

    MOVE ZERO TO L$_WS01_YMD

    MOVE L$_WS01_BIN_DATE
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO XC-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_YMD(1:4)
    .
 XC-EXIT.    EXIT.
*--------------------------------------------------------------------
 XD-PLACE-DATE				SECTION.
*--------------------------------------------------------------------
*# the forecast day L$_WS01_YMD falls on: the first business day on
*# or after it, day 1 when already past, zero when beyond the last
*# day (or when the date could not be read - counted with them).
 XD-00.

    MOVE ZERO TO L$_WS01_DAY_NUM

    IF L$_WS01_YMD = ZERO
       GO TO XD-EXIT
    END-IF

    IF L$_WS01_YMD < L$_WS01_DAY_DATE(1)
       MOVE 1 TO L$_WS01_DAY_NUM
       ADD 1 TO L$_CT01_OVERDUE
       GO TO XD-EXIT
    END-IF

    PERFORM VARYING L$_WS01_DAY_IDX FROM L$_WS01_DAY_CNT BY -1
               UNTIL L$_WS01_DAY_IDX < 1
       IF L$_WS01_DAY_DATE(L$_WS01_DAY_IDX) NOT < L$_WS01_YMD
          SET L$_WS01_DAY_NUM TO L$_WS01_DAY_IDX
       END-IF
    END-PERFORM
    .
 XD-EXIT.    EXIT.
*--------------------------------------------------------------------
 XE-GET-RATE				SECTION.
*--------------------------------------------------------------------
*# shekel at 1; any other currency at its rolling latest rate (rate
*# date zero); "N" when there is none.
 XE-00.

    MOVE SPACE TO L$_WS01_RATE_IND
    MOVE 1     TO L$_WS01_RATE

    IF L$_WS01_CURRENCY = V674$SHEKEL
       GO TO XE-EXIT
    END-IF

    MOVE ZERO TO L$_WS01_RATE

    IF L$_SW01_RATE_FILE_CLOSED
       MOVE "N" TO L$_WS01_RATE_IND
       ADD 1 TO L$_CT01_NO_RATE
       GO TO XE-EXIT
    END-IF

    MOVE L$_WS01_CURRENCY TO RH_CURRENCY_CODE
    MOVE ZERO             TO RH_RATE_DATE

    READ I_RATE_HIST_FILE
       KEY IS RH_KEY
       INVALID KEY
          MOVE "N" TO L$_WS01_RATE_IND
          ADD 1 TO L$_CT01_NO_RATE
       NOT INVALID KEY
          MOVE RH_SHEKEL_RATE TO L$_WS01_RATE
    END-READ
    .
 XE-EXIT.    EXIT.
*--------------------------------------------------------------------
 XR-RELEASE-MOVEMENT			SECTION.
*--------------------------------------------------------------------
*# L$_WS01_DAY_NUM, _BANK_NUM, _CURRENCY, _SOURCE and the amounts
*# are set by the caller; beyond the horizon is only counted.
 XR-00.

    IF L$_WS01_SOURCE = "B"
       ADD L$_WS01_DEB_AMT L$_WS01_CRD_AMT TO L$_CT01_AMT_BEFORE
    END-IF
    IF L$_WS01_SOURCE = "H"
       ADD L$_WS01_DEB_AMT L$_WS01_CRD_AMT TO L$_CT01_AMT_HELD
    END-IF

    IF L$_WS01_DAY_NUM = ZERO
       ADD 1 TO L$_CT01_BEYOND
       ADD L$_WS01_DEB_AMT L$_WS01_CRD_AMT TO L$_CT01_AMT_BEYOND
       GO TO XR-EXIT
    END-IF

    MOVE L$_WS01_DAY_NUM     TO SF_DAY_NUM
    MOVE L$_WS01_BANK_NUM    TO SF_BANK_NUM
    MOVE L$_WS01_CURRENCY    TO SF_CURRENCY
    MOVE L$_WS01_SOURCE      TO SF_SOURCE
    MOVE L$_WS01_DEB_AMT     TO SF_DEB_AMT
    MOVE L$_WS01_CRD_AMT     TO SF_CRD_AMT
    RELEASE SF_SORT_REC
    .
 XR-EXIT.    EXIT.
*--------------------------------------------------------------------
 XZ-REFUSE-RUN				SECTION.
*--------------------------------------------------------------------
 XZ-00.

    CLOSE O_REPORT_FILE
    MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    SET SP$_EXIT_STATUS_FAILURE TO TRUE

    CALL 'UTL_TERM_PROG_FUNCTION'
    CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    .
 XZ-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "BEFORE records read:"      DELIMITED BY SIZE
           L$_CT01_BEFORE_READ         DELIMITED BY SIZE
           "  held files:"             DELIMITED BY SIZE
           L$_CT01_HELD_FILES          DELIMITED BY SIZE
           "  held records:"           DELIMITED BY SIZE
           L$_CT01_HELD_READ           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_AMT_INST TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Plans read:"               DELIMITED BY SIZE
           L$_CT01_PLAN_READ           DELIMITED BY SIZE
           "  installments due:"       DELIMITED BY SIZE
           L$_CT01_PLAN_DUE            DELIMITED BY SIZE
           " for"                      DELIMITED BY SIZE
           LD$_AMT                     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Pending TRB71H changes read:" DELIMITED BY SIZE
           L$_CT01_PEND_READ              DELIMITED BY SIZE
           "  balance not found:"         DELIMITED BY SIZE
           L$_CT01_PEND_NO_BAL            DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_AMT_BEYOND TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Past due, placed on day 1:"   DELIMITED BY SIZE
           L$_CT01_OVERDUE                DELIMITED BY SIZE
           "  beyond the horizon:"        DELIMITED BY SIZE
           L$_CT01_BEYOND                 DELIMITED BY SIZE
           " for"                         DELIMITED BY SIZE
           LD$_AMT                        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOT_DEB_ILS TO LD$_AMT
    MOVE L$_CT01_TOT_CRD_ILS TO LD$_AMT2
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Horizon in shekels: debits"   DELIMITED BY SIZE
           LD$_AMT                        DELIMITED BY SIZE
           "  credits"                    DELIMITED BY SIZE
           LD$_AMT2                       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_CT01_NO_RATE > ZERO
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "*** " L$_CT01_NO_RATE
              " line(s) without a rate - shekel totals understated. ***"
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES                TO O_LIQ_TRAILER_REC
    MOVE "T"                   TO LT_REC_TYPE
    MOVE L$_CT01_LIQ_DETAIL    TO LT_DETAIL_CNT
    MOVE L$_CT01_TOT_DEB_ILS   TO LT_DEB_ILS
    MOVE L$_CT01_TOT_CRD_ILS   TO LT_CRD_ILS
    WRITE O_LIQ_TRAILER_REC

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

    CLOSE O_LIQ_FILE
          O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_LIQ_NAME
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72N_CASH_FORECAST"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    COMPUTE P$_REG_REC_READ IN ICA_TRF712_RUN_REG_WKSP =
            L$_CT01_BEFORE_READ + L$_CT01_HELD_READ
          + L$_CT01_PLAN_READ + L$_CT01_LEDGER_READ
          + L$_CT01_PEND_READ
    MOVE L$_CT01_LIQ_DETAIL
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_BEYOND
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72N_CASH_FORECAST.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
