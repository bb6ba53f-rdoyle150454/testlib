*       the history slice - to a suspense file in the original     *
*       credit shape, with one line on the daily suspense report,  *
*       and FAILS the run so the receipts desk works the           *
*       suspense instead of discovering it at month-end;           *
*    4. writes every posted credit, with the owning member, to the  *
*       day's cash-application file - ICA_PRB362_DUES_LEDGER's "P"  *
*       mode settles the member's open and failed dues entries      *
*       with it.                                                    *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [02-Sep-2026] [TP_ELEVY]     Design    *
*       P_TRB71X_755_FILE        O   755 balance-update records.    *
*       P_TRB71X_875_FILE        O   875 history rows.              *
*       O_SUSPENSE_FILE          O   unmatched credits.             *
*       O_CASH_APPL_FILE         O   posted credits by member.      *
*       O_BATCH_LOG_FILE         O   one line per intake run.       *
*       O_REPORT_FILE            O   daily suspense report.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Cash application: every posted   TP_ELEVY     15-OCT-2026  2153 *
*  credit also goes, with the        (see UD-WRITE-CASH-APPL-REC)   *
*  owning member's id and key, to                                   *
*  the day's cash-application file                                  *
*  ICA_PRB362_DUES_LEDGER's "P"                                     *
*  mode settles the member's dues                                   *
*  arrears from - a member who paid                                 *
*  us directly stops being dunned.                                  *
*  The file is appended to, never                                   *
*  replaced - a second run that day                                 *
*  adds to it, until "P" applies                                    *
*  it and renames it aside; a run                                   *
*  after that starts a fresh file.                                  *
* --------------------------------- ------------- ----------- ---- *
*  Batch log: every run appends one  TP_ELEVY     15-OCT-2026  2159 *
*  record - run date, run id, the    (see ZB-APPEND-BATCH-LOG)      *
*  credit file, its latest value                                    *
*  date, credit count and total -                                   *
*  to ICA_TRB71X_BATCH_LOG.DAT, so                                  *
*  ICA_TRB72M_CASH_RECON can match                                  *
*  the bank's settlement of the                                     *
*  batch on our clearing account.                                   *
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
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* Change #2153 - Start.
*   Posted credits by member - ICA_PRB362_DUES_LEDGER's "P" mode
*   input. One file per run date, appended by every run that day
*   (a second intake, ICA_TRB72G_SUSPENSE_WORK's assignments) -
*   probe decides OUTPUT vs EXTEND.
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
* Change #2153 - End.

* Change #2159 - Start.
*   One record per run, appended - the first run ever creates it.
    SELECT O_BATCH_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_BATCH_LOG_STATUS.
* Change #2159 - End.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
    03 SUS_VALUE_DATE               PIC 9(08).
    03 SUS_REFERENCE                PIC X(20).

* Change #2153 - Start.
*   One record per posted credit: the member it was posted for (the
*   id is the receivable ledger's key - PRB348 bills under it) and
*   the credit itself.
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
* Change #2153 - End.

* Change #2159 - Start.
*   One line per intake run: what the bank should settle on our
*   clearing account for this credit file.
 FD O_BATCH_LOG_FILE
    VALUE OF ID IS L$_BATCH_LOG_NAME.
 01 O_BATCH_LOG_REC.
    03 BCH_RUN_DATE                 PIC 9(08).
    03 BCH_OPER_ID                  PIC 9(16).
    03 BCH_CREDIT_FILE              PIC X(54).
    03 BCH_VALUE_DATE               PIC 9(08).
    03 BCH_CREDIT_CNT               PIC 9(09).
    03 BCH_TOTAL_AMT                PIC S9(15)V99.
* Change #2159 - End.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 L$_WS01_SUS_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

* Change #2153 - Start.
 01 L$_CASH_APPL_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB71X_CAP_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_CAP_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_CAP_PROBE_STATUS             PIC X(02).
    88 L$_CAP_PROBE_FOUND		    VALUE "00".
* Change #2153 - End.

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB71X_RPT_".
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_RUN_DATE                PIC 9(08).
* Change #2159 - Start.
 01 L$_BATCH_LOG_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB71X_BATCH_LOG.DAT".

 01 L$_BATCH_LOG_STATUS             PIC X(02).
    88 L$_BATCH_LOG_OK			    VALUE "00".

*   the latest value date among the file's credits - the day the
*   whole batch has settled by.
 01 L$_WS01_BATCH_VALUE_DATE        PIC 9(08).
* Change #2159 - End.
 01 L$_WS01_SUSPENSE_REASON         PIC X(30).

*   the credit as it travels inside OLD_VALUE: marker byte "C" and
*              RUN_REG): one start record from B-INIT, one end record
*              with the run's counters from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* Change #2171 - Start.
*   accounting-period check (see ICA_TRF720_PERIOD_CHK).
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.
* Change #2171 - End.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
       EXIT PROGRAM
    END-IF
    .
* Change #2153 - Start.
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
* Change #2153 - End.
 END DECLARATIVES.

*--------------------------------------------------------------------

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
* Change #2159 - Start.
               L$_WS01_BATCH_VALUE_DATE
* Change #2159 - End.

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW
      TO L$_WS01_RUN_DATE
         L$_WS01_SUS_DATE     IN L$_SUSPENSE_FILE_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME
* Change #2153 - Start.
         L$_WS01_CAP_DATE     IN L$_CASH_APPL_FILE_NAME
* Change #2153 - End.

    MOVE OPER_ID	    IN ICA_TRB71X_CREDIT_INTAKE_INP
      TO L$_WS01_OPER_ID    IN L$_P_755_NAME
    OPEN OUTPUT O_SUSPENSE_FILE
    DISPLAY "Open Output File: " L$_SUSPENSE_FILE_NAME

* Change #2153 - Start.
    OPEN INPUT O_CAP_PROBE_FILE

    IF L$_CAP_PROBE_FOUND
       CLOSE O_CAP_PROBE_FILE
       OPEN EXTEND O_CASH_APPL_FILE
    ELSE
       OPEN OUTPUT O_CASH_APPL_FILE
    END-IF
    DISPLAY "Open Output File: " L$_CASH_APPL_FILE_NAME
* Change #2153 - End.

    OPEN INPUT I_BANK_CREDIT_FILE
    DISPLAY "Open Input File: " L$_CREDIT_FILE_NAME


    IF L$_SW01_EOF_CREDITS_NO
       ADD 1 TO L$_CT01_CREDITS_READ
* Change #2159 - Start.
       IF CRD_VALUE_DATE > L$_WS01_BATCH_VALUE_DATE
          MOVE CRD_VALUE_DATE TO L$_WS01_BATCH_VALUE_DATE
       END-IF
* Change #2159 - End.
       PERFORM CA-APPLY-ONE-CREDIT
    END-IF
    .

    PERFORM UC-WRITE-875-RECORD

* Change #2153 - Start.
    PERFORM UD-WRITE-CASH-APPL-REC
* Change #2153 - End.

    ADD 1 TO L$_CT01_CREDITS_POSTED
    ADD CRD_AMOUNT TO L$_CT01_TOTAL_POSTED
    .
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB71X_875_REC

* Change #2171 - Start.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB71X_CREDIT_INTAKE"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB71X_875_REC
* Change #2171 - End.

    WRITE P_TRB71X_875_REC
    .
 UC-EXIT.    EXIT.
* Change #2153 - Start.
*--------------------------------------------------------------------
 UD-WRITE-CASH-APPL-REC			SECTION.
*--------------------------------------------------------------------
*# the member CB-MATCH-CREDIT verified, under the same MEMBER_ID
*# ICA_PRB348_CLUB_DUES bills under - the receivable ledger's key.
 UD-00.

    INITIALIZE O_CASH_APPL_REC

    MOVE MEMBER_ID   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CAP_MEMBER_ID

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO CAP_CLB_MEM_KEY

    MOVE CRD_AMOUNT	TO CAP_AMOUNT
    MOVE CRD_VALUE_DATE	TO CAP_VALUE_DATE
    MOVE CRD_REFERENCE	TO CAP_REFERENCE

    WRITE O_CASH_APPL_REC
    .
 UD-EXIT.    EXIT.
* Change #2153 - End.
*--------------------------------------------------------------------
 XQ-WRITE-SUSPENSE-REC			SECTION.
*--------------------------------------------------------------------
    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
* Change #2159 - Start.
*--------------------------------------------------------------------
 ZB-APPEND-BATCH-LOG			SECTION.
*--------------------------------------------------------------------
*# the whole file - posted and suspense alike - is what the bank
*# settles; an empty file settles nothing and is not logged. A log
*# write failure is displayed but does not fail the intake.
 ZB-00.

    IF L$_CT01_CREDITS_READ = ZERO
       GO TO ZB-EXIT
    END-IF

    OPEN EXTEND O_BATCH_LOG_FILE
    IF NOT L$_BATCH_LOG_OK
       OPEN OUTPUT O_BATCH_LOG_FILE
    END-IF

    IF NOT L$_BATCH_LOG_OK
       DISPLAY "*** WARNING: cannot open " L$_BATCH_LOG_NAME
               " status " L$_BATCH_LOG_STATUS " - batch not logged ***"
       GO TO ZB-EXIT
    END-IF

    MOVE L$_WS01_RUN_DATE	    TO BCH_RUN_DATE
    MOVE OPER_ID		    IN ICA_TRB71X_CREDIT_INTAKE_INP
      TO BCH_OPER_ID
    MOVE L$_CREDIT_FILE_NAME	    TO BCH_CREDIT_FILE
    MOVE L$_WS01_BATCH_VALUE_DATE   TO BCH_VALUE_DATE
    MOVE L$_CT01_CREDITS_READ	    TO BCH_CREDIT_CNT
    COMPUTE BCH_TOTAL_AMT = L$_CT01_TOTAL_POSTED
                          + L$_CT01_TOTAL_SUSPENSE

    WRITE O_BATCH_LOG_REC

    CLOSE O_BATCH_LOG_FILE
    .
 ZB-EXIT.    EXIT.
* Change #2159 - End.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
          P_TRB71X_875_FILE
          O_SUSPENSE_FILE
          O_REPORT_FILE
* Change #2153 - Start.
    CLOSE O_CASH_APPL_FILE
    DISPLAY "Close Output File: " L$_CASH_APPL_FILE_NAME
* Change #2153 - End.
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total credits read:", L$_CT01_CREDITS_READ
    DISPLAY "Total credits posted:", L$_CT01_CREDITS_POSTED
    DISPLAY "Total credits to suspense:", L$_CT01_CREDITS_SUSPENSE

* Change #2159 - Start.
    PERFORM ZB-APPEND-BATCH-LOG
* Change #2159 - End.

    IF L$_CT01_CREDITS_SUSPENSE > ZERO
       DISPLAY "*** UNMATCHED CREDITS - see " L$_SUSPENSE_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
