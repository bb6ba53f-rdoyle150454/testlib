*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72M_CASH_RECON.COB] *******************
*                                                                   *
*                                    [TR sub-system]                *
*        Bank account-statement cash reconciliation of the         *
*        clearing accounts                                          *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRB72A_DAY_PROOF ties what we built, posted and had         *
*  acknowledged - never what actually moved on our own bank        *
*  account. This job takes the day's account statement for our     *
*  clearing accounts (one line per settlement) and:                 *
*                                                                   *
*    1. gathers TR's side - every bank file on ICA_BANK_FILE_      *
*       LIFECYCLE.DAT whose live (last) record is "T"ransmitted,   *
*       at its trailer net (debit total less credit total, money  *
*       in positive) dated by its transmission, and every ICA_     *
*       TRB71X_CREDIT_INTAKE batch on ICA_TRB71X_BATCH_LOG.DAT at  *
*       its total and latest value date - less whatever an        *
*       earlier run already matched (ICA_TRB72M_MATCHED.DAT);      *
*    2. adds to the day's statement lines the ones earlier runs    *
*       could not match (ICA_TRB72M_OPEN_<date>.DAT);               *
*    3. matches each statement line to the OLDEST open TR item of  *
*       the same currency and signed amount dated on or before     *
*       the statement value date - a settlement cannot precede the *
*       file it settles;                                            *
*    4. lists what is left on both sides, aged against two cutoff  *
*       dates the scheduler computes in business days: NEW, CHASE  *
*       and ESCALATE - an unexplained settlement, or a file the    *
*       bank never settled, is chased within days.                  *
*                                                                   *
*  Any item past the escalation cutoff FAILS the run. A rerun for  *
*  the same RUN_DATE ignores that date's own matches and rebuilds  *
*  the same answer.                                                 *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       STATEMENT_FILE_NAME I    the day's account statement.       *
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 outputs.                           *
*       PREV_RUN_DATE       I    the previous run's date - names    *
*                                 the open statement lines carried   *
*                                 in.                                *
*       RECON_FROM_DATE     I    TR items dated before it are       *
*                                 outside the reconciliation.        *
*       CHASE_BEFORE_DATE   I    items dated before it are CHASE.   *
*       ESCALATE_BEFORE_DATE I   items dated before it are          *
*                                 ESCALATE and fail the run.         *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_STATEMENT_FILE         I   the bank's account statement.  *
*       I_PREV_OPEN_FILE         I   open statement lines carried   *
*                                     in (optional).                 *
*       I_LIFECYCLE_FILE         I   bank-file lifecycle.           *
*       I_BATCH_LOG_FILE         I   TRB71X credit batches          *
*                                     (optional).                    *
*       IO_MATCHED_FILE         I/O  TR items already matched.      *
*       W_OUR_ITEMS_FILE        I/O  open TR items, between sorts.  *
*       O_OPEN_FILE              O   open statement lines carried   *
*                                     out.                           *
*       O_UNMATCHED_FILE         O   unmatched items, both sides.   *
*       O_REPORT_FILE            O   reconciliation report.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72M_CASH_RECON.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

    SELECT I_STATEMENT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The first run has nothing carried in - own status.
    SELECT I_PREV_OPEN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PREV_OPEN_STATUS.

    SELECT I_LIFECYCLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   No intake run yet means no log - own status.
    SELECT I_BATCH_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_BATCH_LOG_STATUS.

*   Read in the first sort, extended in the second; the first run
*   ever creates it - own status.
    SELECT IO_MATCHED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MATCHED_STATUS.

*   Open TR items, written by the first sort, read by the second.
    SELECT W_OUR_ITEMS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_OPEN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_UNMATCHED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   First sort: TR items by id, matched-register rows ahead of the
*   item's own records. Second sort: both sides by currency, signed
*   amount and date, TR items ahead of statement lines on a date.
    SELECT  SORT_ID_FILE
	   ASSIGN		  TO	       "SRTFIL".

    SELECT  SORT_MATCH_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   The statement layout agreed with the banks for our clearing
*   accounts: one line per settlement, amount unsigned with a
*   debit/credit byte ("C" money in, "D" money out).
 FD I_STATEMENT_FILE
    VALUE OF ID IS L$_STATEMENT_NAME.
 01 I_STATEMENT_REC.
    03 STM_BANK_NUM                 PIC 9(02).
    03 STM_BRANCH_NUM               PIC 9(03).
    03 STM_ACCOUNT_NUM              PIC 9(09).
    03 STM_CURRENCY                 PIC X(02).
    03 STM_VALUE_DATE               PIC 9(08).
    03 STM_DR_CR                    PIC X(01).
       88 STM_CREDIT				    VALUE "C".
       88 STM_DEBIT				    VALUE "D".
    03 STM_AMOUNT                   PIC 9(13)V99.
    03 STM_BANK_REF                 PIC X(20).
    03 STM_TEXT                     PIC X(30).

*   A carried line keeps the statement image it arrived in.
 FD I_PREV_OPEN_FILE
    VALUE OF ID IS L$_PREV_OPEN_NAME.
 01 I_PREV_OPEN_REC                 PIC X(90).

*   Same hand-kept record convention ICA_TRF716_LIFECYCLE writes.
 FD I_LIFECYCLE_FILE
    VALUE OF ID IS L$_LIFECYCLE_NAME.
 01 I_LIFECYCLE_REC.
    03 LC_FILE_NAME		PIC X(34).
    03 LC_PHASE_NUM		PIC 9(04).
    03 LC_SOURCE_PROG		PIC X(26).
    03 LC_STATUS		PIC X(01).
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

*   ICA_TRB71X_CREDIT_INTAKE's batch log.
 FD I_BATCH_LOG_FILE
    VALUE OF ID IS L$_BATCH_LOG_NAME.
 01 I_BATCH_LOG_REC.
    03 BCH_RUN_DATE                 PIC 9(08).
    03 BCH_OPER_ID                  PIC 9(16).
    03 BCH_CREDIT_FILE              PIC X(54).
    03 BCH_VALUE_DATE               PIC 9(08).
    03 BCH_CREDIT_CNT               PIC 9(09).
    03 BCH_TOTAL_AMT                PIC S9(15)V99.

*   One row per TR item matched, with the statement line it met.
 FD IO_MATCHED_FILE
    VALUE OF ID IS L$_MATCHED_NAME.
 01 IO_MATCHED_REC.
    03 MR_ITEM_ID                   PIC X(54).
    03 MR_MATCH_RUN_DATE            PIC 9(08).
    03 MR_STM_VALUE_DATE            PIC 9(08).
    03 MR_STM_BANK_REF              PIC X(20).
    03 MR_AMOUNT                    PIC S9(15)V99.

 FD W_OUR_ITEMS_FILE
    VALUE OF ID IS L$_OUR_ITEMS_NAME.
 01 W_OUR_ITEMS_REC.
    03 WI_ITEM_ID                   PIC X(54).
    03 WI_SOURCE                    PIC X(01).
    03 WI_DATE                      PIC 9(08).
    03 WI_CURRENCY                  PIC X(02).
    03 WI_AMOUNT                    PIC S9(15)V99.

 FD O_OPEN_FILE
    VALUE OF ID IS L$_OPEN_NAME.
 01 O_OPEN_REC                      PIC X(90).

*   UNM_SIDE "B" a statement line nothing of ours explains, "T" a
*   TR item the bank has not settled; UNM_AGE_CLASS N/C/E.
 FD O_UNMATCHED_FILE
    VALUE OF ID IS L$_UNMATCHED_NAME.
 01 O_UNMATCHED_REC.
    03 UNM_SIDE                     PIC X(01).
    03 UNM_AGE_CLASS                PIC X(01).
    03 UNM_DATE                     PIC 9(08).
    03 UNM_CURRENCY                 PIC X(02).
    03 UNM_AMOUNT                   PIC S9(15)V99.
    03 UNM_REFERENCE                PIC X(54).
    03 UNM_BANK_REF                 PIC X(20).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                      PIC X(200).

 SD  SORT_ID_FILE.
 01  SI_SORT_REC.
     03 SI_ITEM_ID                  PIC X(54).
     03 SI_KIND                     PIC X(01).
     03 SI_SEQ                      PIC 9(09).
     03 SI_SOURCE                   PIC X(01).
     03 SI_STATUS                   PIC X(01).
     03 SI_DATE                     PIC 9(08).
     03 SI_CURRENCY                 PIC X(02).
     03 SI_AMOUNT                   PIC S9(15)V99.

 SD  SORT_MATCH_FILE.
 01  SM_SORT_REC.
     03 SM_CURRENCY                 PIC X(02).
     03 SM_AMOUNT                   PIC S9(15)V99.
     03 SM_DATE                     PIC 9(08).
     03 SM_SIDE                     PIC X(01).
     03 SM_SEQ                      PIC 9(09).
     03 SM_ITEM_ID                  PIC X(54).
     03 SM_SOURCE                   PIC X(01).
     03 SM_STM_IMAGE                PIC X(90).
     03 SM_STM_RED  REDEFINES SM_STM_IMAGE.
        05 SM_STM_BANK_NUM          PIC 9(02).
        05 SM_STM_BRANCH_NUM        PIC 9(03).
        05 SM_STM_ACCOUNT_NUM       PIC 9(09).
        05 SM_STM_CURRENCY          PIC X(02).
        05 SM_STM_VALUE_DATE        PIC 9(08).
        05 SM_STM_DR_CR             PIC X(01).
        05 SM_STM_AMOUNT            PIC 9(13)V99.
        05 SM_STM_BANK_REF          PIC X(20).
        05 SM_STM_TEXT              PIC X(30).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_STATEMENT_NAME               PIC X(54).

 01 L$_PREV_OPEN_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72M_OPEN_".
    03 L$_WS01_PREV_OPEN_DATE PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_OPEN_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72M_OPEN_".
    03 L$_WS01_OPEN_DATE    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_LIFECYCLE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_BANK_FILE_LIFECYCLE.DAT".

 01 L$_BATCH_LOG_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB71X_BATCH_LOG.DAT".

 01 L$_MATCHED_NAME                 PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72M_MATCHED.DAT".

 01 L$_OUR_ITEMS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72M_OUR_".
    03 L$_WS01_OUR_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".TMP".

 01 L$_UNMATCHED_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72M_UNM_".
    03 L$_WS01_UNM_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72M_RPT_".
    03 L$_WS01_REPORT_DATE  PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_PREV_OPEN_STATUS             PIC X(02).
    88 L$_PREV_OPEN_FOUND		    VALUE "00".

 01 L$_BATCH_LOG_STATUS             PIC X(02).
    88 L$_BATCH_LOG_FOUND		    VALUE "00".

 01 L$_MATCHED_STATUS               PIC X(02).
    88 L$_MATCHED_OK			    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_RECON_FROM              PIC 9(08).
 01 L$_WS01_CHASE_BEFORE            PIC 9(08).
 01 L$_WS01_ESCALATE_BEFORE         PIC 9(08).
 01 L$_WS01_EVENT_DATE_YMD          PIC 9(08).
 01 L$_WS01_SEQ                     PIC 9(09).
 01 L$_WS01_AGE_DATE                PIC 9(08).
 01 L$_WS01_AGE_CLASS               PIC X(01).
 01 L$_WS01_AGE_TEXT                PIC X(08).
 01 LD$_AMT                         PIC -(14)9.99.

*   the TR item in hand in the first sort's output - the id's last
*   record is its live one.
 01 L$_MH01_ITEM_ID                 PIC X(54).
 01 L$_WS01_LAST_ITEM.
    03 L$_WS01_LAST_SOURCE          PIC X(01).
    03 L$_WS01_LAST_STATUS          PIC X(01).
    03 L$_WS01_LAST_DATE            PIC 9(08).
    03 L$_WS01_LAST_CURRENCY        PIC X(02).
    03 L$_WS01_LAST_AMOUNT          PIC S9(15)V99.

*   the currency and signed amount of the match group in hand.
 01 L$_MH01_GROUP.
    03 L$_MH01_CURRENCY             PIC X(02).
    03 L$_MH01_AMOUNT               PIC S9(15)V99.

*   the group's open TR items, oldest first - a statement line takes
*   entry 1.
 01 L$_WS01_PEND_TBL.
    03 L$_WS01_PEND_CNT             PIC 9(02)       VALUE 0.
    03 L$_WS01_PEND_ENTRY  OCCURS 50 TIMES
                           INDEXED BY L$_WS01_PEND_IDX.
       05 L$_WS01_PEND_ITEM_ID      PIC X(54).
       05 L$_WS01_PEND_SOURCE       PIC X(01).
       05 L$_WS01_PEND_DATE         PIC 9(08).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_STM               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STM_NO			    VALUE 0.
       88 L$_SW01_EOF_STM_YES			    VALUE 1.
    03 L$_SW01_EOF_OPEN              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_OPEN_NO			    VALUE 0.
       88 L$_SW01_EOF_OPEN_YES			    VALUE 1.
    03 L$_SW01_EOF_LC                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LC_NO			    VALUE 0.
       88 L$_SW01_EOF_LC_YES			    VALUE 1.
    03 L$_SW01_EOF_BCH               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_BCH_NO			    VALUE 0.
       88 L$_SW01_EOF_BCH_YES			    VALUE 1.
    03 L$_SW01_EOF_MR                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_MR_NO			    VALUE 0.
       88 L$_SW01_EOF_MR_YES			    VALUE 1.
    03 L$_SW01_EOF_WI                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_WI_NO			    VALUE 0.
       88 L$_SW01_EOF_WI_YES			    VALUE 1.
    03 L$_SW01_EOF_SORT              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_ITEM_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_ITEM_OPEN			    VALUE 0.
       88 L$_SW01_ITEM_MATCHED			    VALUE 1.
    03 L$_SW01_ITEM_SEEN             PIC 9(01)       VALUE 0.
       88 L$_SW01_ITEM_SEEN_NO			    VALUE 0.
       88 L$_SW01_ITEM_SEEN_YES			    VALUE 1.
    03 L$_SW01_MATCH_FILE            PIC 9(01)       VALUE 0.
       88 L$_SW01_MATCH_FILE_CLOSED		    VALUE 0.
       88 L$_SW01_MATCH_FILE_OPENED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_STM_READ              PIC 9(07).
    03 L$_CT01_STM_CARRIED           PIC 9(07).
    03 L$_CT01_LC_READ               PIC 9(09).
    03 L$_CT01_BCH_READ              PIC 9(07).
    03 L$_CT01_MR_READ               PIC 9(09).
    03 L$_CT01_OUR_OPEN              PIC 9(07).
    03 L$_CT01_MATCHED               PIC 9(07).
    03 L$_CT01_BANK_UNMATCHED        PIC 9(07).
    03 L$_CT01_TR_UNMATCHED          PIC 9(07).
    03 L$_CT01_CHASE                 PIC 9(07).
    03 L$_CT01_ESCALATE              PIC 9(07).
    03 L$_CT01_AMT_MATCHED           PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_BANK_OPEN         PIC S9(15)V99 COMP.
    03 L$_CT01_AMT_TR_OPEN           PIC S9(15)V99 COMP.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box).
 COPY 'ICA_CDD_WKSP:ICA_TRB72M_CASH_RECON_WKSP'       FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72M_CASH_RECON_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_STATEMENT_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_STATEMENT_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON I_LIFECYCLE_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_LIFECYCLE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON W_OUR_ITEMS_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_OUR_ITEMS_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_OPEN_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_OPEN_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_UNMATCHED_FILE.
 005.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_UNMATCHED_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 006.
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

    PERFORM C-GATHER-TR-ITEMS

    PERFORM D-MATCH-STATEMENT

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72M_CASH_RECON.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_PEND_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE STATEMENT_FILE_NAME  IN ICA_TRB72M_CASH_RECON_INP
      TO L$_STATEMENT_NAME

    MOVE RUN_DATE	      IN ICA_TRB72M_CASH_RECON_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_OPEN_DATE    IN L$_OPEN_NAME
         L$_WS01_OUR_DATE     IN L$_OUR_ITEMS_NAME
         L$_WS01_UNM_DATE     IN L$_UNMATCHED_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    MOVE PREV_RUN_DATE	      IN ICA_TRB72M_CASH_RECON_INP
      TO L$_WS01_PREV_OPEN_DATE IN L$_PREV_OPEN_NAME

    MOVE RECON_FROM_DATE      IN ICA_TRB72M_CASH_RECON_INP
      TO L$_WS01_RECON_FROM
    MOVE CHASE_BEFORE_DATE    IN ICA_TRB72M_CASH_RECON_INP
      TO L$_WS01_CHASE_BEFORE
    MOVE ESCALATE_BEFORE_DATE IN ICA_TRB72M_CASH_RECON_INP
      TO L$_WS01_ESCALATE_BEFORE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72M_CASH_RECON"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72M_CASH_RECON_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Clearing-account cash reconciliation - " L$_WS01_RUN_DATE
           " - statement " L$_STATEMENT_NAME
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Aging: CHASE before " L$_WS01_CHASE_BEFORE
           ", ESCALATE before " L$_WS01_ESCALATE_BEFORE
           ", TR items from " L$_WS01_RECON_FROM
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_UNMATCHED_FILE
    DISPLAY "Open Output File: " L$_UNMATCHED_NAME

    OPEN OUTPUT O_OPEN_FILE
    DISPLAY "Open Output File: " L$_OPEN_NAME
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-GATHER-TR-ITEMS			SECTION.
*--------------------------------------------------------------------
*# TR's side, by item id: a matched-register row ahead of the item
*# takes it out; a lifecycle file's LAST record decides whether it is
*# live and transmitted (a rebuilt phase appends a new record for the
*# same name - TRB717's rule).
 C-00.

    OPEN OUTPUT W_OUR_ITEMS_FILE

    SORT SORT_ID_FILE
         ON ASCENDING
         KEY SI_ITEM_ID
             SI_KIND
             SI_SEQ
         INPUT  PROCEDURE CA-RELEASE-TR-SIDE
         OUTPUT PROCEDURE CD-KEEP-OPEN-ITEMS

    CLOSE W_OUR_ITEMS_FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-RELEASE-TR-SIDE			SECTION.
*--------------------------------------------------------------------
 CA-00.

    PERFORM CB-RELEASE-MATCHED

    OPEN INPUT I_LIFECYCLE_FILE
    DISPLAY "Open Input File: " L$_LIFECYCLE_NAME

    PERFORM UNTIL L$_SW01_EOF_LC_YES
       READ I_LIFECYCLE_FILE
          AT END
             SET L$_SW01_EOF_LC_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LC_NO
          ADD 1 TO L$_CT01_LC_READ
          ADD 1 TO L$_WS01_SEQ
          MOVE ZERO TO L$_WS01_EVENT_DATE_YMD
          IF LC_STATUS_TRANSMITTED
             PERFORM XC-TRANSMIT-DATE
          END-IF
          MOVE LC_FILE_NAME           TO SI_ITEM_ID
          MOVE "1"                    TO SI_KIND
          MOVE L$_WS01_SEQ            TO SI_SEQ
          MOVE "L"                    TO SI_SOURCE
          MOVE LC_STATUS              TO SI_STATUS
          MOVE L$_WS01_EVENT_DATE_YMD TO SI_DATE
          MOVE LC_FILE_NAME(1:2)      TO SI_CURRENCY
          COMPUTE SI_AMOUNT = LC_DEB_AMT - LC_CRD_AMT
          RELEASE SI_SORT_REC
       END-IF
    END-PERFORM

    CLOSE I_LIFECYCLE_FILE

    PERFORM CC-RELEASE-BATCHES
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-RELEASE-MATCHED			SECTION.
*--------------------------------------------------------------------
*# a match made on this run date or later belongs to a run being
*# repeated - it is made again, not honoured.
 CB-00.

    OPEN INPUT IO_MATCHED_FILE

    IF NOT L$_MATCHED_OK
       GO TO CB-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_MR_YES
       READ IO_MATCHED_FILE
          AT END
             SET L$_SW01_EOF_MR_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_MR_NO
      AND MR_MATCH_RUN_DATE < L$_WS01_RUN_DATE
          ADD 1 TO L$_CT01_MR_READ
          INITIALIZE SI_SORT_REC
          MOVE MR_ITEM_ID             TO SI_ITEM_ID
          MOVE "0"                    TO SI_KIND
          RELEASE SI_SORT_REC
       END-IF
    END-PERFORM

    CLOSE IO_MATCHED_FILE
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-RELEASE-BATCHES			SECTION.
*--------------------------------------------------------------------
*# a credit batch is money in, local currency, settled by its latest
*# value date.
 CC-00.

    OPEN INPUT I_BATCH_LOG_FILE

    IF NOT L$_BATCH_LOG_FOUND
       MOVE "No TRB71X batch log - no credit batches to match."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CC-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_BCH_YES
       READ I_BATCH_LOG_FILE
          AT END
             SET L$_SW01_EOF_BCH_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_BCH_NO
          ADD 1 TO L$_CT01_BCH_READ
          ADD 1 TO L$_WS01_SEQ
          MOVE SPACES                 TO SI_ITEM_ID
          STRING "TRB71X RUN " BCH_OPER_ID
            DELIMITED BY SIZE
            INTO SI_ITEM_ID
          MOVE "1"                    TO SI_KIND
          MOVE L$_WS01_SEQ            TO SI_SEQ
          MOVE "X"                    TO SI_SOURCE
          MOVE "T"                    TO SI_STATUS
          MOVE BCH_VALUE_DATE         TO SI_DATE
          MOVE "00"                   TO SI_CURRENCY
          MOVE BCH_TOTAL_AMT          TO SI_AMOUNT
          RELEASE SI_SORT_REC
       END-IF
    END-PERFORM

    CLOSE I_BATCH_LOG_FILE
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-KEEP-OPEN-ITEMS			SECTION.
*--------------------------------------------------------------------
 CD-00.

    MOVE SPACES TO L$_MH01_ITEM_ID
    SET L$_SW01_EOF_SORT_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_ID_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          IF SI_ITEM_ID NOT = L$_MH01_ITEM_ID
             IF L$_MH01_ITEM_ID NOT = SPACES
                PERFORM CE-WRITE-OPEN-ITEM
             END-IF
             MOVE SI_ITEM_ID TO L$_MH01_ITEM_ID
             SET L$_SW01_ITEM_OPEN    TO TRUE
             SET L$_SW01_ITEM_SEEN_NO TO TRUE
          END-IF
          IF SI_KIND = "0"
             SET L$_SW01_ITEM_MATCHED TO TRUE
          ELSE
             SET L$_SW01_ITEM_SEEN_YES TO TRUE
             MOVE SI_SOURCE           TO L$_WS01_LAST_SOURCE
             MOVE SI_STATUS           TO L$_WS01_LAST_STATUS
             MOVE SI_DATE             TO L$_WS01_LAST_DATE
             MOVE SI_CURRENCY         TO L$_WS01_LAST_CURRENCY
             MOVE SI_AMOUNT           TO L$_WS01_LAST_AMOUNT
          END-IF
       END-IF
    END-PERFORM

    IF L$_MH01_ITEM_ID NOT = SPACES
       PERFORM CE-WRITE-OPEN-ITEM
    END-IF
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-WRITE-OPEN-ITEM			SECTION.
*--------------------------------------------------------------------
*# open = not matched, live and transmitted, inside the window, and
*# moving money at all.
 CE-00.

    IF L$_SW01_ITEM_MATCHED
    OR L$_SW01_ITEM_SEEN_NO
    OR L$_WS01_LAST_STATUS NOT = "T"
    OR L$_WS01_LAST_DATE = ZERO
    OR L$_WS01_LAST_DATE < L$_WS01_RECON_FROM
    OR L$_WS01_LAST_DATE > L$_WS01_RUN_DATE
    OR L$_WS01_LAST_AMOUNT = ZERO
       GO TO CE-EXIT
    END-IF

    ADD 1 TO L$_CT01_OUR_OPEN
    MOVE L$_MH01_ITEM_ID         TO WI_ITEM_ID
    MOVE L$_WS01_LAST_SOURCE     TO WI_SOURCE
    MOVE L$_WS01_LAST_DATE       TO WI_DATE
    MOVE L$_WS01_LAST_CURRENCY   TO WI_CURRENCY
    MOVE L$_WS01_LAST_AMOUNT     TO WI_AMOUNT
    WRITE W_OUR_ITEMS_REC
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-MATCH-STATEMENT			SECTION.
*--------------------------------------------------------------------
 D-00.

    SORT SORT_MATCH_FILE
         ON ASCENDING
         KEY SM_CURRENCY
             SM_AMOUNT
             SM_DATE
             SM_SIDE
             SM_SEQ
         INPUT  PROCEDURE DA-RELEASE-BOTH-SIDES
         OUTPUT PROCEDURE DD-MATCH-GROUPS
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-RELEASE-BOTH-SIDES			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE ZERO TO L$_WS01_SEQ

    OPEN INPUT W_OUR_ITEMS_FILE

    PERFORM UNTIL L$_SW01_EOF_WI_YES
       READ W_OUR_ITEMS_FILE
          AT END
             SET L$_SW01_EOF_WI_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_WI_NO
          ADD 1 TO L$_WS01_SEQ
          MOVE SPACES         TO SM_STM_IMAGE
          MOVE WI_CURRENCY    TO SM_CURRENCY
          MOVE WI_AMOUNT      TO SM_AMOUNT
          MOVE WI_DATE        TO SM_DATE
          MOVE "A"            TO SM_SIDE
          MOVE L$_WS01_SEQ    TO SM_SEQ
          MOVE WI_ITEM_ID     TO SM_ITEM_ID
          MOVE WI_SOURCE      TO SM_SOURCE
          RELEASE SM_SORT_REC
       END-IF
    END-PERFORM

    CLOSE W_OUR_ITEMS_FILE

    OPEN INPUT I_PREV_OPEN_FILE

    IF L$_PREV_OPEN_FOUND
       PERFORM UNTIL L$_SW01_EOF_OPEN_YES
          READ I_PREV_OPEN_FILE
             AT END
                SET L$_SW01_EOF_OPEN_YES TO TRUE
          END-READ

          IF L$_SW01_EOF_OPEN_NO
             ADD 1 TO L$_CT01_STM_CARRIED
             MOVE I_PREV_OPEN_REC TO SM_STM_IMAGE
             PERFORM DB-RELEASE-STM-LINE
          END-IF
       END-PERFORM
       CLOSE I_PREV_OPEN_FILE
    ELSE
       MOVE "No open statement lines carried in from "
         TO MSG IN O_REPORT_REC
       MOVE L$_PREV_OPEN_NAME TO MSG IN O_REPORT_REC(41:43)
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    OPEN INPUT I_STATEMENT_FILE
    DISPLAY "Open Input File: " L$_STATEMENT_NAME

    PERFORM UNTIL L$_SW01_EOF_STM_YES
       READ I_STATEMENT_FILE
          AT END
             SET L$_SW01_EOF_STM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STM_NO
          ADD 1 TO L$_CT01_STM_READ
          MOVE I_STATEMENT_REC TO SM_STM_IMAGE
          PERFORM DB-RELEASE-STM-LINE
       END-IF
    END-PERFORM

    CLOSE I_STATEMENT_FILE
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-RELEASE-STM-LINE			SECTION.
*--------------------------------------------------------------------
*# the statement's unsigned amount takes TR's sign: credit in, plus.
 DB-00.

    ADD 1 TO L$_WS01_SEQ
    MOVE SM_STM_CURRENCY      TO SM_CURRENCY
    MOVE SM_STM_VALUE_DATE    TO SM_DATE
    MOVE "B"                  TO SM_SIDE
    MOVE L$_WS01_SEQ          TO SM_SEQ
    MOVE SPACES               TO SM_ITEM_ID
                                 SM_SOURCE

    IF SM_STM_DR_CR = "D"
       COMPUTE SM_AMOUNT = ZERO - SM_STM_AMOUNT
    ELSE
       MOVE SM_STM_AMOUNT     TO SM_AMOUNT
    END-IF

    RELEASE SM_SORT_REC
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-MATCH-GROUPS			SECTION.
*--------------------------------------------------------------------
*# one group per currency and signed amount. Inside it, dates run
*# ascending with TR items ahead of statement lines on the same date,
*# so every pending item when a statement line arrives is dated on
*# or before it; the line settles the oldest.
 DD-00.

    MOVE HIGH-VALUES TO L$_MH01_CURRENCY
    MOVE ZERO        TO L$_MH01_AMOUNT
    SET L$_SW01_EOF_SORT_NO TO TRUE

    MOVE "Matched settlements:" TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_MATCH_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          IF SM_CURRENCY NOT = L$_MH01_CURRENCY
          OR SM_AMOUNT   NOT = L$_MH01_AMOUNT
             PERFORM DF-CLOSE-GROUP
             MOVE SM_CURRENCY TO L$_MH01_CURRENCY
             MOVE SM_AMOUNT   TO L$_MH01_AMOUNT
          END-IF
          IF SM_SIDE = "A"
             PERFORM DE-PEND-TR-ITEM
          ELSE
             PERFORM DG-TAKE-STM-LINE
          END-IF
       END-IF
    END-PERFORM

    PERFORM DF-CLOSE-GROUP

    IF L$_SW01_MATCH_FILE_OPENED
       CLOSE IO_MATCHED_FILE
    END-IF
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-PEND-TR-ITEM			SECTION.
*--------------------------------------------------------------------
*# a group holds more than 50 open items only if something is badly
*# wrong - the extra are listed unmatched at once.
 DE-00.

    IF L$_WS01_PEND_CNT NOT < 50
       MOVE SM_ITEM_ID  TO UNM_REFERENCE
       MOVE SM_DATE     TO UNM_DATE
       PERFORM XU-WRITE-TR-UNMATCHED
       GO TO DE-EXIT
    END-IF

    ADD 1 TO L$_WS01_PEND_CNT
    SET L$_WS01_PEND_IDX TO L$_WS01_PEND_CNT
    MOVE SM_ITEM_ID TO L$_WS01_PEND_ITEM_ID(L$_WS01_PEND_IDX)
    MOVE SM_SOURCE  TO L$_WS01_PEND_SOURCE(L$_WS01_PEND_IDX)
    MOVE SM_DATE    TO L$_WS01_PEND_DATE(L$_WS01_PEND_IDX)
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 DF-CLOSE-GROUP				SECTION.
*--------------------------------------------------------------------
*# whatever TR item the group's statement lines did not settle is a
*# file, or a credit batch, the bank has not settled.
 DF-00.

    PERFORM VARYING L$_WS01_PEND_IDX FROM 1 BY 1
               UNTIL L$_WS01_PEND_IDX > L$_WS01_PEND_CNT
       MOVE L$_WS01_PEND_ITEM_ID(L$_WS01_PEND_IDX) TO UNM_REFERENCE
       MOVE L$_WS01_PEND_DATE(L$_WS01_PEND_IDX)    TO UNM_DATE
       PERFORM XU-WRITE-TR-UNMATCHED
    END-PERFORM

    MOVE ZERO TO L$_WS01_PEND_CNT
    .
 DF-EXIT.    EXIT.
*--------------------------------------------------------------------
 DG-TAKE-STM-LINE			SECTION.
*--------------------------------------------------------------------
 DG-00.

    IF L$_WS01_PEND_CNT = ZERO
       PERFORM XV-WRITE-BANK-UNMATCHED
       GO TO DG-EXIT
    END-IF

    ADD 1 TO L$_CT01_MATCHED
    ADD SM_AMOUNT TO L$_CT01_AMT_MATCHED

    IF L$_SW01_MATCH_FILE_CLOSED
       OPEN EXTEND IO_MATCHED_FILE
       IF NOT L$_MATCHED_OK
          OPEN OUTPUT IO_MATCHED_FILE
       END-IF
       IF NOT L$_MATCHED_OK
          DISPLAY "** Cannot open " L$_MATCHED_NAME " status "
                  L$_MATCHED_STATUS " - run refused."
          PERFORM XZ-REFUSE-RUN
       END-IF
       SET L$_SW01_MATCH_FILE_OPENED TO TRUE
    END-IF

    MOVE L$_WS01_PEND_ITEM_ID(1) TO MR_ITEM_ID
    MOVE L$_WS01_RUN_DATE        TO MR_MATCH_RUN_DATE
    MOVE SM_STM_VALUE_DATE       TO MR_STM_VALUE_DATE
    MOVE SM_STM_BANK_REF         TO MR_STM_BANK_REF
    MOVE SM_AMOUNT               TO MR_AMOUNT
    WRITE IO_MATCHED_REC

    MOVE SM_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  " SM_STM_VALUE_DATE " " SM_CURRENCY " " LD$_AMT
           "  bank ref " SM_STM_BANK_REF
           "  = " L$_WS01_PEND_ITEM_ID(1)
           " of " L$_WS01_PEND_DATE(1)
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

*#  entry 1 is settled; the rest move up a place.
    PERFORM VARYING L$_WS01_PEND_IDX FROM 2 BY 1
               UNTIL L$_WS01_PEND_IDX > L$_WS01_PEND_CNT
       MOVE L$_WS01_PEND_ENTRY(L$_WS01_PEND_IDX)
         TO L$_WS01_PEND_ENTRY(L$_WS01_PEND_IDX - 1)
    END-PERFORM
    SUBTRACT 1 FROM L$_WS01_PEND_CNT
    .
 DG-EXIT.    EXIT.
*--------------------------------------------------------------------
 XA-AGE-ITEM				SECTION.
*--------------------------------------------------------------------
*# NEW, CHASE or ESCALATE by L$_WS01_AGE_DATE against the two
*# scheduler-computed cutoffs.
 XA-00.

    MOVE "N"        TO L$_WS01_AGE_CLASS
    MOVE "NEW"      TO L$_WS01_AGE_TEXT

    IF L$_WS01_AGE_DATE < L$_WS01_CHASE_BEFORE
       MOVE "C"     TO L$_WS01_AGE_CLASS
       MOVE "CHASE" TO L$_WS01_AGE_TEXT
       ADD 1 TO L$_CT01_CHASE
    END-IF

    IF L$_WS01_AGE_DATE < L$_WS01_ESCALATE_BEFORE
       MOVE "E"        TO L$_WS01_AGE_CLASS
       MOVE "ESCALATE" TO L$_WS01_AGE_TEXT
       SUBTRACT 1 FROM L$_CT01_CHASE
       ADD 1 TO L$_CT01_ESCALATE
    END-IF
    .
 XA-EXIT.    EXIT.
*--------------------------------------------------------------------
 XC-TRANSMIT-DATE			SECTION.
*--------------------------------------------------------------------
*# the lifecycle's transmission timestamp as CCYYMMDD - TRB72A's
*# conversion; zero when it cannot be converted.
 XC-00.

    MOVE ZERO TO L$_WS01_EVENT_DATE_YMD

    MOVE LC_TRANSMIT_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO XC-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_EVENT_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_EVENT_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_EVENT_DATE_YMD(1:4)
    .
 XC-EXIT.    EXIT.
*--------------------------------------------------------------------
 XU-WRITE-TR-UNMATCHED			SECTION.
*--------------------------------------------------------------------
*# UNM_REFERENCE and UNM_DATE are set by the caller.
 XU-00.

    ADD 1 TO L$_CT01_TR_UNMATCHED
    ADD L$_MH01_AMOUNT TO L$_CT01_AMT_TR_OPEN

    MOVE UNM_DATE TO L$_WS01_AGE_DATE
    PERFORM XA-AGE-ITEM

    MOVE "T"               TO UNM_SIDE
    MOVE L$_WS01_AGE_CLASS TO UNM_AGE_CLASS
    MOVE L$_MH01_CURRENCY  TO UNM_CURRENCY
    MOVE L$_MH01_AMOUNT    TO UNM_AMOUNT
    MOVE SPACES            TO UNM_BANK_REF
    WRITE O_UNMATCHED_REC

    MOVE L$_MH01_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  NOT SETTLED    " L$_WS01_AGE_TEXT " " UNM_DATE " "
           UNM_CURRENCY " " LD$_AMT "  " UNM_REFERENCE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 XU-EXIT.    EXIT.
*--------------------------------------------------------------------
 XV-WRITE-BANK-UNMATCHED		SECTION.
*--------------------------------------------------------------------
*# the line is listed and carried to the next run in the image it
*# arrived in.
 XV-00.

    ADD 1 TO L$_CT01_BANK_UNMATCHED
    ADD SM_AMOUNT TO L$_CT01_AMT_BANK_OPEN

    MOVE SM_STM_VALUE_DATE TO L$_WS01_AGE_DATE
    PERFORM XA-AGE-ITEM

    MOVE "B"               TO UNM_SIDE
    MOVE L$_WS01_AGE_CLASS TO UNM_AGE_CLASS
    MOVE SM_STM_VALUE_DATE TO UNM_DATE
    MOVE SM_CURRENCY       TO UNM_CURRENCY
    MOVE SM_AMOUNT         TO UNM_AMOUNT
    MOVE SM_STM_TEXT       TO UNM_REFERENCE
    MOVE SM_STM_BANK_REF   TO UNM_BANK_REF
    WRITE O_UNMATCHED_REC

    MOVE SM_STM_IMAGE TO O_OPEN_REC
    WRITE O_OPEN_REC

    MOVE SM_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  UNEXPLAINED    " L$_WS01_AGE_TEXT " " SM_STM_VALUE_DATE
           " " SM_CURRENCY " " LD$_AMT "  bank " SM_STM_BANK_NUM
           "/" SM_STM_BRANCH_NUM "/" SM_STM_ACCOUNT_NUM
           " ref " SM_STM_BANK_REF " " SM_STM_TEXT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 XV-EXIT.    EXIT.
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

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Statement lines read:"     DELIMITED BY SIZE
           L$_CT01_STM_READ            DELIMITED BY SIZE
           "  carried in:"             DELIMITED BY SIZE
           L$_CT01_STM_CARRIED         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Lifecycle records read:"   DELIMITED BY SIZE
           L$_CT01_LC_READ             DELIMITED BY SIZE
           "  credit batches read:"    DELIMITED BY SIZE
           L$_CT01_BCH_READ            DELIMITED BY SIZE
           "  earlier matches:"        DELIMITED BY SIZE
           L$_CT01_MR_READ             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_AMT_MATCHED TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Open TR items:"            DELIMITED BY SIZE
           L$_CT01_OUR_OPEN            DELIMITED BY SIZE
           "  matched:"                DELIMITED BY SIZE
           L$_CT01_MATCHED             DELIMITED BY SIZE
           " for"                      DELIMITED BY SIZE
           LD$_AMT                     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_AMT_BANK_OPEN TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Unexplained statement lines:" DELIMITED BY SIZE
           L$_CT01_BANK_UNMATCHED         DELIMITED BY SIZE
           " for"                         DELIMITED BY SIZE
           LD$_AMT                        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_AMT_TR_OPEN TO LD$_AMT
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "TR items not settled:"     DELIMITED BY SIZE
           L$_CT01_TR_UNMATCHED        DELIMITED BY SIZE
           " for"                      DELIMITED BY SIZE
           LD$_AMT                     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "To chase:"                 DELIMITED BY SIZE
           L$_CT01_CHASE               DELIMITED BY SIZE
           "  to escalate:"            DELIMITED BY SIZE
           L$_CT01_ESCALATE            DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_CT01_ESCALATE > ZERO
       MOVE "*** ITEMS PAST THE ESCALATION DATE - SEE ABOVE. ***"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       DISPLAY "*** CASH RECON - ", L$_CT01_ESCALATE,
               " item(s) to escalate - see " L$_UNMATCHED_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    CLOSE O_OPEN_FILE
          O_UNMATCHED_FILE
          O_REPORT_FILE
    DISPLAY "Close Output File: " L$_OPEN_NAME
    DISPLAY "Close Output File: " L$_UNMATCHED_NAME
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72M_CASH_RECON"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72M_CASH_RECON_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    COMPUTE P$_REG_REC_READ IN ICA_TRF712_RUN_REG_WKSP =
            L$_CT01_STM_READ + L$_CT01_STM_CARRIED
    MOVE L$_CT01_MATCHED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    COMPUTE P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP =
            L$_CT01_BANK_UNMATCHED + L$_CT01_TR_UNMATCHED
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72M_CASH_RECON.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
