*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72P_DISPUTE_REFUND.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*         Refund of debits disputed and upheld on the case panel   *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  A member's dispute of a debit is kept as a case on the dispute   *
*  case store (ICA_TRT723_PUT_DATA), opened from the transaction's  *
*  trace id.  When the case is decided UPHELD the panel marks the   *
*  refund to pay; this daily job pays it:                           *
*    1. a credit 670 record for the refund to the account the       *
*       debit was taken from, in PRB348's CD-WRITE-670-RECORD       *
*       shape, balanced by one izun debit on the club's collection  *
*       account for the run's total (TRB72G's ZB- stance);          *
*    2. an 875 history row on the case's accumulator under the      *
*       dispute-refund meaning code, marker "D" with the amount;    *
*    3. a trace event on the transaction's own trace id, linked to  *
*       the case (ICA_TRF718_TRACE), so ICA_TRT718_GET_DATA shows   *
*       the refund at the end of the chain;                         *
*    4. the case is marked refunded with the run date - a rerun     *
*       pays nothing twice.                                         *
*  A refund too large for the history slice is not paid, stays      *
*  pending, goes on the report, and FAILS the run.                  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - the refund    *
*                                 date stamped on the case.          *
*       OPER_ID             I    run id - names the output files.   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       IO_CASE_STORE           I/O  dispute case store.            *
*       P_TRB72P_875_FILE        O   875 history rows.              *
*       P_TRB72P_670_FILE        O   credit 670 refund records.     *
*       O_REPORT_FILE            O   dispute refund report.         *
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
 PROGRAM-ID. ICA_TRB72P_DISPUTE_REFUND.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The dispute case store ICA_TRT723_PUT_DATA keeps. The panel
*   creates it with the first case - no store, no cases, nothing
*   to pay. Handled by status, no DECLARATIVES.
    SELECT IO_CASE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       DC_CASE_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

    SELECT P_TRB72P_875_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Native 670 records, into the bank interface intake.
    SELECT P_TRB72P_670_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

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
*   Dispute case record - hand-kept convention shared with
*   ICA_TRT723_PUT_DATA, which opens and decides the cases, and
*   ICA_TRB72Q_DISPUTE_AGING.
 FD IO_CASE_STORE
    VALUE OF ID IS L$_STORE_NAME.
 01 IO_CASE_REC.
    03 DC_CASE_ID.
       05 DC_OPEN_DATE              PIC 9(08).
       05 DC_CASE_SEQ               PIC 9(05).
    03 DC_TRACE_ID                  PIC X(26).
    03 DC_ACCUM_INTR_ID             PIC X(20).
    03 DC_ACC_BANK_NUM              PIC 9(02).
    03 DC_ACC_BRANCH_NUM            PIC 9(03).
    03 DC_ACC_TYPE_CODE             PIC 9(03).
    03 DC_ACC_NUM                   PIC 9(09).
    03 DC_DISPUTED_AMT              PIC S9(12)V99.
    03 DC_CLAIM_TEXT                PIC X(60).
    03 DC_STAGE                     PIC X(01).
       88 DC_STAGE_OPEN			    VALUE "O".
       88 DC_STAGE_BANK_QUERY		    VALUE "B".
       88 DC_STAGE_DECIDED			    VALUE "D".
    03 DC_DUE_DATE                  PIC 9(08).
    03 DC_OUTCOME                   PIC X(01).
       88 DC_OUTCOME_UPHELD		    VALUE "U".
       88 DC_OUTCOME_REJECTED		    VALUE "R".
    03 DC_REFUND_AMT                PIC S9(12)V99.
    03 DC_OUTCOME_NOTE              PIC X(40).
    03 DC_OPENED_BY                 PIC X(12).
    03 DC_UPDATED_BY                PIC X(12).
    03 DC_UPDATED_TMSP              PIC S9(11)V9(07) COMP.
    03 DC_DECIDED_BY                PIC X(12).
    03 DC_DECIDED_DATE              PIC 9(08).
    03 DC_REFUND_STATUS             PIC X(01).
       88 DC_REFUND_PENDING		    VALUE "P".
       88 DC_REFUND_DONE			    VALUE "R".
    03 DC_REFUND_DATE               PIC 9(08).

 FD P_TRB72P_875_FILE
    VALUE OF ID IS L$_P_875_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"   FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P_TRB72P_875_REC.

 FD P_TRB72P_670_FILE
    VALUE OF ID IS L$_P_670_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==P_TRB72P_670_REC==.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_STORE_NAME                   PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DISPUTE_CASE.IDX".

 01 L$_P_875_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72P_875_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_670_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72P_670_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72P_RPT_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_STORE_STATUS                 PIC X(02).
    88 L$_STORE_OK			    VALUE "00".
    88 L$_STORE_MISSING		    VALUE "35".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_CASE_ID_DSP             PIC 9(13).

*   the refund as it travels inside OLD_VALUE: marker byte "D" and
*   a display S9(07)V99 - the incoming-credit slice TRB71X set. A
*   refund too big for nine digits is not paid, never truncated.
 01 L$_WS01_AMT_STORE               PIC S9(07)V99.
 01 L$_WS01_AMT_MAX                 PIC S9(12)V99 VALUE 9999999.99.

*   the club's own collection account - the refunds are paid out
*   of it, one balancing izun debit for the run's total, the way
*   ICA_TRB72G_SUSPENSE_WORK balances its returns.
 01 L$_CO01_CLUB_ACCOUNT.
    03 L$_CO01_CLUB_BANK            PIC 9(02) VALUE 31.
    03 L$_CO01_CLUB_BRANCH          PIC 9(03) VALUE 046.
    03 L$_CO01_CLUB_ACC_TYPE        PIC 9(03) VALUE 409.
    03 L$_CO01_CLUB_ACC_NUM         PIC 9(06) VALUE 318272.
 01 L$_CO01_IZUN_PROD_ID            PIC X(20)
    VALUE "99999999999999999999".

 01 LD$_AMT                         PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_STORE            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STORE_NO			    VALUE 0.
       88 L$_SW01_EOF_STORE_YES			    VALUE 1.
    03 L$_SW01_STORE_OPEN           PIC 9(01)       VALUE 0.
       88 L$_SW01_STORE_CLOSED			    VALUE 0.
       88 L$_SW01_STORE_OPENED			    VALUE 1.
    03 L$_SW01_POST_OPEN            PIC 9(01)       VALUE 0.
       88 L$_SW01_POST_CLOSED			    VALUE 0.
       88 L$_SW01_POST_OPENED			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_CASES_READ            PIC 9(07).
    03 L$_CT01_REFUNDED              PIC 9(07).
    03 L$_CT01_NOT_PAID              PIC 9(07).
    03 L$_CT01_TOTAL_REFUNDED        PIC S9(14)V99 COMP.

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

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRF718_TRACE_WKSP"	      FROM DICTIONARY.

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
 COPY 'ICA_CDD_WKSP:ICA_TRB72P_DISPUTE_REFUND_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72P_DISPUTE_REFUND_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72P_875_FILE.
 001.
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
       MOVE "Sec:DECLARATIVES 001-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 002-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72P_670_FILE.
 002.
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
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 003.
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
       MOVE "Sec:DECLARATIVES 003-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    IF L$_SW01_STORE_OPENED
       PERFORM C-PAY-REFUNDS
    END-IF

    IF L$_CT01_REFUNDED > ZERO
       PERFORM ZB-WRITE-BALANCING-DEBIT
    END-IF

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72P_DISPUTE_REFUND.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72P_DISPUTE_REFUND_INP
      TO L$_WS01_RUN_DATE

    MOVE OPER_ID	    IN ICA_TRB72P_DISPUTE_REFUND_INP
      TO L$_WS01_OPER_ID    IN L$_P_875_NAME
         L$_WS01_OPER_ID    IN L$_P_670_NAME
         L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    IF L$_WS01_RUN_DATE = ZERO
       DISPLAY "** RUN_DATE is required. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Disputed debits - refunds of upheld cases"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-OPEN-CASE-STORE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72P_DISPUTE_REFUND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB72P_DISPUTE_REFUND_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-OPEN-CASE-STORE			SECTION.
*--------------------------------------------------------------------
*# the panel creates the store with the first case; until then
*# there is nothing to pay, and that is not an error.
 BA-00.

    OPEN I-O IO_CASE_STORE

    EVALUATE TRUE
        WHEN L$_STORE_OK
             SET L$_SW01_STORE_OPENED TO TRUE
        WHEN L$_STORE_MISSING
             MOVE "  no dispute case has been opened yet."
               TO MSG	IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE
        WHEN OTHER
             DISPLAY "** Dispute case store could not be opened, "
                     "status: " L$_STORE_STATUS
             MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
             SET SP$_EXIT_STATUS_FAILURE TO TRUE

             CALL 'UTL_TERM_PROG_FUNCTION'
             CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE
                                           UTL_EXIT_ROUTINE_WKSP
    END-EVALUATE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-PAY-REFUNDS				SECTION.
*--------------------------------------------------------------------
*# one pass over the whole store: only a case decided upheld with
*# its refund still to pay is touched. Everything else - open,
*# rejected, already refunded - is left as the panel left it.
 C-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    MOVE "UPHELD CASES REFUNDED"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE ZERO TO DC_OPEN_DATE
                 DC_CASE_SEQ

    START IO_CASE_STORE KEY NOT < DC_CASE_ID

    IF NOT L$_STORE_OK
       MOVE "  the dispute case store is empty."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ IO_CASE_STORE NEXT
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          ADD 1 TO L$_CT01_CASES_READ
          IF DC_STAGE_DECIDED
         AND DC_OUTCOME_UPHELD
         AND DC_REFUND_PENDING
             PERFORM CA-PAY-ONE-REFUND
          END-IF
       END-IF
    END-PERFORM
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-PAY-ONE-REFUND			SECTION.
*--------------------------------------------------------------------
 CA-00.

    MOVE DC_CASE_ID TO L$_WS01_CASE_ID_DSP

    IF DC_REFUND_AMT > L$_WS01_AMT_MAX
       ADD 1 TO L$_CT01_NOT_PAID
       MOVE DC_REFUND_AMT TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  NOT PAID - case " L$_WS01_CASE_ID_DSP
              " REFUND: " LD$_AMT
              " - too large for the history record, left pending"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    IF L$_SW01_POST_CLOSED
       OPEN OUTPUT P_TRB72P_670_FILE
                   P_TRB72P_875_FILE
       DISPLAY "Open Output File: " L$_P_670_NAME
       DISPLAY "Open Output File: " L$_P_875_NAME
       SET L$_SW01_POST_OPENED TO TRUE
    END-IF

    PERFORM UD-WRITE-REFUND-670
    PERFORM UC-WRITE-875-RECORD
    PERFORM UE-TRACE-REFUND

    SET DC_REFUND_DONE TO TRUE
    MOVE L$_WS01_RUN_DATE TO DC_REFUND_DATE

    REWRITE IO_CASE_REC

    IF NOT L$_STORE_OK
       DISPLAY "** Dispute case " L$_WS01_CASE_ID_DSP
               " could not be rewritten, status: " L$_STORE_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF

    ADD 1 TO L$_CT01_REFUNDED
    ADD DC_REFUND_AMT TO L$_CT01_TOTAL_REFUNDED

    MOVE DC_REFUND_AMT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  REFUNDED - case " L$_WS01_CASE_ID_DSP
           " TRACE:" DC_TRACE_ID
           " AMOUNT: " LD$_AMT
           " to account " DC_ACC_BANK_NUM "-" DC_ACC_BRANCH_NUM
           "-" DC_ACC_TYPE_CODE "-" DC_ACC_NUM
           " decided by " DC_DECIDED_BY
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 UC-WRITE-875-RECORD			SECTION.
*--------------------------------------------------------------------
*# the history row of the refund on the case's accumulator: the
*# dispute-refund meaning code, ACTION_ID 7 as TRB72D's fee rows,
*# marker "D" with the amount. The deciding operator is the
*# updating user.
 UC-00.

    INITIALIZE P_TRB72P_875_REC

    MOVE V2875$DISPUTE_REFUND
      TO UPDATE_MEANING_CODE	IN P_TRB72P_875_REC

    MOVE 7
      TO ACTION_ID		IN P_TRB72P_875_REC

    MOVE DC_ACCUM_INTR_ID
      TO ACCUM_INTR_ID		IN P_TRB72P_875_REC

    MOVE DC_REFUND_AMT
      TO L$_WS01_AMT_STORE
    MOVE "D"
      TO OLD_VALUE		IN P_TRB72P_875_REC(1:1)
    MOVE L$_WS01_AMT_STORE
      TO OLD_VALUE		IN P_TRB72P_875_REC(2:9)

    MOVE DC_DECIDED_BY
      TO UPDATE_USER_CODE	IN P_TRB72P_875_REC

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB72P_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB72P_DISPUTE_REFUND"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB72P_875_REC

    WRITE P_TRB72P_875_REC
    .
 UC-EXIT.    EXIT.
*--------------------------------------------------------------------
 UD-WRITE-REFUND-670			SECTION.
*--------------------------------------------------------------------
*# a native credit record in PRB348's CD-WRITE-670-RECORD shape:
*# back to the account the disputed debit was taken from, the case
*# id as the transaction id and the trace id as the external id,
*# so the bank's acknowledgment joins back to the case.
 UD-00.

    INITIALIZE P_TRB72P_670_REC

    MOVE DC_CASE_ID
      TO DEB_CRD_INTR_ID       IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_TRACE_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_ACC_BANK_NUM
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_ACC_BRANCH_NUM
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_ACC_TYPE_CODE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE V669$CREDIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE DC_REFUND_AMT
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    WRITE P_TRB72P_670_REC
    .
 UD-EXIT.    EXIT.
*--------------------------------------------------------------------
 UE-TRACE-REFUND			SECTION.
*--------------------------------------------------------------------
*# the refund is the last event on the disputed transaction's own
*# trace, cross-linked to the case.
 UE-00.

    INITIALIZE ICA_TRF718_TRACE_WKSP
    MOVE DC_TRACE_ID
      TO P$_TRC_TRACE_ID    IN ICA_TRF718_TRACE_WKSP
    MOVE "ICA_TRB72P_DISPUTE_REFUND"
      TO P$_TRC_PROG_NAME   IN ICA_TRF718_TRACE_WKSP
    MOVE "DISPUTE UPHELD - REFUND CREDIT"
      TO P$_TRC_DISPOSITION IN ICA_TRF718_TRACE_WKSP
    STRING "DISPUTE " L$_WS01_CASE_ID_DSP
      DELIMITED BY SIZE
      INTO P$_TRC_LINK_ID   IN ICA_TRF718_TRACE_WKSP
    CALL 'ICA_TRF718_TRACE' USING ICA_TRF718_TRACE_WKSP
    .
 UE-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZB-WRITE-BALANCING-DEBIT		SECTION.
*--------------------------------------------------------------------
*# one debit-side izun record for the run's refunded total, on the
*# club's collection account - the refunds pay out of it, and
*# TRB711's balance gate sees debits equal to credits.
 ZB-00.

    INITIALIZE P_TRB72P_670_REC

    MOVE V669$DEBIT_SIDE
      TO DEB_CRD_CODE          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE V674$SHEKEL
      TO DEB_CRD_CURRENCY_CODE IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE V327$INTG_BNL
      TO INTG_BANK_NUM         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE L$_CT01_TOTAL_REFUNDED
      TO TOT_XFER_AMT          IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO VALUE_DATE            IN ICD_TRT_670_CUR_CRDB
                               IN P_TRB72P_670_REC

    WRITE P_TRB72P_670_REC

    MOVE L$_CT01_TOTAL_REFUNDED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  REFUNDS BALANCING RECORD, total: " LD$_AMT
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

    STRING "Cases read:"       DELIMITED BY SIZE
           L$_CT01_CASES_READ  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Upheld cases refunded:" DELIMITED BY SIZE
           L$_CT01_REFUNDED         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Refunds not paid:"  DELIMITED BY SIZE
           L$_CT01_NOT_PAID     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOTAL_REFUNDED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total amount refunded:   " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_SW01_STORE_OPENED
       CLOSE IO_CASE_STORE
    END-IF

    IF L$_SW01_POST_OPENED
       CLOSE P_TRB72P_670_FILE
             P_TRB72P_875_FILE
       DISPLAY "Close Output File: " L$_P_670_NAME
       DISPLAY "Close Output File: " L$_P_875_NAME
    END-IF

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Cases read:", L$_CT01_CASES_READ
    DISPLAY "Upheld cases refunded:", L$_CT01_REFUNDED
    DISPLAY "Refunds not paid:", L$_CT01_NOT_PAID

    IF L$_CT01_NOT_PAID > ZERO
       DISPLAY "*** REFUNDS NOT PAID - see "
               L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72P_DISPUTE_REFUND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB72P_DISPUTE_REFUND_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_CASES_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REFUNDED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_NOT_PAID
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72P_DISPUTE_REFUND.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
