*       I_LIFECYCLE_FILE         I   our transmission record.       *
*       I_FEE_TARIFF_FILE        I   agreed per-record prices.      *
*       O_REPORT_FILE            O   reconciliation report.         *
*       O_FEE_HIST_FILE          O   permanent fee history.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Append every reconciled line -    TP_ELEVY     15-OCT-2026  2168 *
*  the bank interface that sent     (see O_FEE_HIST_FILE)          *
*  the file, billed against our                                     *
*  count and price, and the                                         *
*  outcome - to a permanent fee                                     *
*  history, so ICA_TRB72V_BANK_                                     *
*  SCORECARD can put billed and                                     *
*  reconciled fees on the monthly                                   *
*  bank scorecard.                                                  *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* Change #2168 - Start.
*   Permanent fee history - probe decides OUTPUT vs EXTEND; own
*   status, a history that cannot be written never fails the
*   reconciliation.
    SELECT O_FEE_HIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_FEE_HIST_STATUS.

    SELECT O_FEE_HIST_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_FEE_HIST_PROBE_STATUS.
* Change #2168 - End.

*********************************************************************
 DATA DIVISION.
*********************************************************************
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

* Change #2168 - Start.
*   Fee-history record - shared, as a hand-kept convention, with
*   ICA_TRB72V_BANK_SCORECARD. A statement reconciled twice is
*   appended twice; the reader takes the last line per file and
*   bill date.
*     FH_RESULT "C" agrees with our record, "D" disagrees, "U"
*               billed for a file we never sent (FH_SOURCE_PROG
*               spaces, our count and price zero).
 FD O_FEE_HIST_FILE
    VALUE OF ID IS L$_FEE_HIST_NAME.
 01 O_FEE_HIST_REC.
    03 FH_RUN_DATE                  PIC 9(08).
    03 FH_BILL_DATE                 PIC 9(08).
    03 FH_FILE_NAME                 PIC X(34).
    03 FH_SOURCE_PROG               PIC X(26).
    03 FH_RESULT                    PIC X(01).
       88 FH_RESULT_CLEAN			    VALUE "C".
       88 FH_RESULT_DISAGREE			    VALUE "D".
       88 FH_RESULT_UNKNOWN			    VALUE "U".
    03 FH_BILLED_COUNT              PIC 9(09).
    03 FH_OUR_COUNT                 PIC 9(09).
    03 FH_BILLED_AMT                PIC S9(11)V99.
    03 FH_OUR_PRICE                 PIC S9(11)V99.

 FD O_FEE_HIST_PROBE_FILE
    VALUE OF ID IS L$_FEE_HIST_PROBE_NAME.
 01 O_FEE_HIST_PROBE_REC            PIC X(01).
* Change #2168 - End.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_RUN_DATE                PIC 9(08).

* Change #2168 - Start.
 01 L$_FEE_HIST_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72C_FEE_HIST.DAT".

 01 L$_FEE_HIST_PROBE_NAME          PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72C_FEE_HIST.DAT".

 01 L$_FEE_HIST_STATUS              PIC X(02).
    88 L$_FEE_HIST_OK			    VALUE "00".

 01 L$_FEE_HIST_PROBE_STATUS        PIC X(02).
    88 L$_FEE_HIST_PROBE_FOUND		    VALUE "00".

 01 L$_SW02_FEE_HIST                PIC 9(01)       VALUE 0.
    88 L$_SW02_FEE_HIST_CLOSED		    VALUE 0.
    88 L$_SW02_FEE_HIST_OPEN		    VALUE 1.
* Change #2168 - End.
 01 L$_WS01_OUR_COUNT               PIC 9(09).
 01 L$_WS01_OUR_PRICE               PIC S9(11)V99.
 01 L$_WS01_DIFF_AMT                PIC S9(11)V99.
                          INDEXED BY L$_WS01_TRN_IDX.
       05 L$_WS01_TRN_FILE_NAME     PIC X(34).
       05 L$_WS01_TRN_REC_CNT       PIC 9(09).
* Change #2168 - Start.
       05 L$_WS01_TRN_SOURCE_PROG   PIC X(26).
* Change #2168 - End.

*   the agreed per-record prices.
 01 L$_WS01_FTR_TBL.

    PERFORM BA-LOAD-FEE-TARIFF

* Change #2168 - Start.
    PERFORM BB-OPEN-FEE-HISTORY
* Change #2168 - End.

    OPEN INPUT I_FEE_STMT_FILE
    DISPLAY "Open Input File: " L$_FEE_STMT_NAME
    .
    DISPLAY "Fee tariff rows loaded: ", L$_WS01_FTR_CNT
    .
 BA-EXIT.    EXIT.
* Change #2168 - Start.
*--------------------------------------------------------------------
 BB-OPEN-FEE-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the same probe-then-EXTEND opening TRB713 gives its ack-summary
*# file; a history that cannot be opened is reported, not fatal.
 BB-00.

    OPEN INPUT O_FEE_HIST_PROBE_FILE

    IF L$_FEE_HIST_PROBE_FOUND
       CLOSE O_FEE_HIST_PROBE_FILE
       OPEN EXTEND O_FEE_HIST_FILE
    ELSE
       OPEN OUTPUT O_FEE_HIST_FILE
    END-IF

    IF NOT L$_FEE_HIST_OK
       DISPLAY "** WARNING - fee history could not be opened, "
               "status: " L$_FEE_HIST_STATUS
               " - the bank scorecard will miss this statement."
       GO TO BB-EXIT
    END-IF

    SET L$_SW02_FEE_HIST_OPEN TO TRUE
    .
 BB-EXIT.    EXIT.
* Change #2168 - End.
*--------------------------------------------------------------------
 C-LOAD-TRANSMITTED-FILES		SECTION.
*--------------------------------------------------------------------
               TO L$_WS01_TRN_FILE_NAME(L$_WS01_TRN_IDX)
             MOVE LC_SEAL_REC_CNT
               TO L$_WS01_TRN_REC_CNT(L$_WS01_TRN_IDX)
* Change #2168 - Start.
             MOVE LC_SOURCE_PROG
               TO L$_WS01_TRN_SOURCE_PROG(L$_WS01_TRN_IDX)
* Change #2168 - End.
          ELSE
             DISPLAY "*** WARNING: more than 300 transmitted "
                     "files - extras not reconciled ***"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
* Change #2168 - Start.
       INITIALIZE O_FEE_HIST_REC
       SET FH_RESULT_UNKNOWN TO TRUE
       PERFORM DC-WRITE-FEE-HISTORY
* Change #2168 - End.
       GO TO DA-EXIT
    END-IF

    IF FEE_BILLED_COUNT = L$_WS01_OUR_COUNT
   AND L$_WS01_DIFF_AMT = ZERO
       ADD 1 TO L$_CT01_LINES_CLEAN
* Change #2168 - Start.
       INITIALIZE O_FEE_HIST_REC
       SET FH_RESULT_CLEAN TO TRUE
       PERFORM DC-WRITE-FEE-HISTORY
* Change #2168 - End.
       GO TO DA-EXIT
    END-IF

      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

* Change #2168 - Start.
    INITIALIZE O_FEE_HIST_REC
    SET FH_RESULT_DISAGREE TO TRUE
    PERFORM DC-WRITE-FEE-HISTORY
* Change #2168 - End.
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
            * L$_WS01_FTR_PRICE(L$_WS01_FTR_IDX)
    .
 DB-EXIT.    EXIT.
* Change #2168 - Start.
*--------------------------------------------------------------------
 DC-WRITE-FEE-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the line as reconciled - FH_RESULT is set by the caller; for a
*# file we never sent there is no lifecycle entry to take the
*# interface, our count or our price from.
 DC-00.

    IF L$_SW02_FEE_HIST_CLOSED
       GO TO DC-EXIT
    END-IF

    MOVE L$_WS01_RUN_DATE           TO FH_RUN_DATE
    MOVE FEE_BILL_DATE              TO FH_BILL_DATE
    MOVE FEE_FILE_NAME              TO FH_FILE_NAME
    MOVE FEE_BILLED_COUNT           TO FH_BILLED_COUNT
    MOVE FEE_BILLED_AMT             TO FH_BILLED_AMT

    IF NOT FH_RESULT_UNKNOWN
       MOVE L$_WS01_TRN_SOURCE_PROG(L$_WS01_TRN_IDX)
         TO FH_SOURCE_PROG
       MOVE L$_WS01_OUR_COUNT       TO FH_OUR_COUNT
       MOVE L$_WS01_OUR_PRICE       TO FH_OUR_PRICE
    END-IF

    WRITE O_FEE_HIST_REC
    .
 DC-EXIT.    EXIT.
* Change #2168 - End.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

* Change #2168 - Start.
    IF L$_SW02_FEE_HIST_OPEN
       CLOSE O_FEE_HIST_FILE
    END-IF
* Change #2168 - End.

    DISPLAY "Statement lines read:", L$_CT01_LINES_READ
    DISPLAY "Lines disagreeing:", L$_CT01_LINES_DISAGREE
    DISPLAY "Billed files we never sent:", L$_CT01_UNKNOWN_FILES
