*       I875_DAY_FILE            I   day's 875 rows.                *
*       I_71H_OPER_FILE          I   TRB71H run totals.             *
*       I_GL_MAP_FILE            I   effective-dated GL accounts.   *
*       I_PRIOR_PERIOD_FILE      I   prior-period register.         *
*       P_GL_JOURNAL_FILE        O   balanced journal records.      *
*                                                                   *
*                                            Modification history   *
*  a recompile. No store, no row:                                   *
*  the old literals stand.                                          *
* --------------------------------- ------------- ----------- ---- *
*  Tax withheld on interest and      TP_ELEVY     15-OCT-2026  2158 *
*  linkage (the year-end 875 rows    (see DC-ADD-WHTAX-PAIR)        *
*  ICA_PRB367_TAX_REPORT writes)                                    *
*  posts as one WHTAX pair per                                      *
*  day: DR member funds / CR tax                                    *
*  withheld payable, accounts from                                  *
*  the GL mapping store.                                            *
* --------------------------------- ------------- ----------- ---- *
*  Member-to-member balance          TP_ELEVY     15-OCT-2026  2170 *
*  transfers (ICA_TRB72Y_BAL_        (see DE-ADD-BALXFR-ENTRY)      *
*  TRANSFER) have no GL effect -                                    *
*  one zero-amount statistical                                      *
*  BALXFR entry per day, and a day                                  *
*  whose transfer rows do not net                                   *
*  to zero refuses the batch.                                       *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period close: the      TP_ELEVY     15-OCT-2026  2171 *
*  batch posts on the first open     (see BB-CHECK-POST-PERIOD)     *
*  day when the run date falls in                                   *
*  a closed period (calendar of                                     *
*  ICA_TRF720_PERIOD_CHK), and the                                  *
*  day's prior-period adjustments                                   *
*  post as one zero-amount                                          *
*  statistical PRIPER entry.                                        *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
           FILE STATUS		  IS	       L$_GL_MAP_STATUS.
* Change #2127 - End.

* Change #2171 - Start.
*   The prior-period register ICA_TRF720_PERIOD_CHK appends to. A
*   day with no adjustments may have no register at all - own
*   status, no DECLARATIVES.
    SELECT I_PRIOR_PERIOD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PPR_STATUS.
* Change #2171 - End.

    SELECT P_GL_JOURNAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
    03 GM_UPDATED_TMSP		PIC S9(11)V9(07) COMP.
* Change #2127 - End.

* Change #2171 - Start.
*   Same hand-kept record convention ICA_TRF720_PERIOD_CHK writes.
 FD I_PRIOR_PERIOD_FILE
    VALUE OF ID IS L$_PPR_FILE_NAME.
 01 I_PRIOR_PERIOD_REC.
    03 PP_LOG_DATE		PIC 9(08).
    03 PP_PROG_NAME		PIC X(26).
    03 PP_ENTRY_TYPE		PIC X(01).
       88 PP_ENTRY_ROW			VALUE "R".
       88 PP_ENTRY_NOTE			VALUE "N".
    03 PP_ACCUM_INTR_ID		PIC X(20).
    03 PP_MEANING_CODE		PIC 9(04).
    03 PP_AMOUNT_SLICE		PIC X(10).
    03 PP_ORIG_DATE		PIC 9(08).
    03 PP_NEW_DATE		PIC 9(08).
    03 PP_NEW_TMSP		PIC S9(11)V9(07) COMP.
    03 PP_LOGGED_TMSP		PIC S9(11)V9(07) COMP.
* Change #2171 - End.

*   The GL interface record layout agreed with accounting.
 FD P_GL_JOURNAL_FILE
    VALUE OF ID IS L$_P_GL_JOURNAL_NAME.
 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_EVENT_DATE_YMD          PIC 9(08).

* Change #2171 - Start.
*   the date the batch posts on - the run date, or the first open
*   day after it when the run date falls in a closed period.
 01 L$_WS01_POST_DATE               PIC 9(08).

 01 L$_PPR_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PRIOR_PERIOD.DAT".

 01 L$_PPR_STATUS                   PIC X(02).
    88 L$_PPR_FOUND			    VALUE "00".

*   the day's register entries: re-dated rows, and run-level notes.
 01 L$_WS01_PPA_ROWS                PIC 9(09)          VALUE 0.
 01 L$_WS01_PPA_NOTES               PIC 9(05)          VALUE 0.
* Change #2171 - End.

*   the adjustment amount as ICA_PRB350_CPI_REVAL stored it into
*   OLD_VALUE - marker byte "L", then a display S9(07)V99 in the
*   next nine bytes: the same ten-byte OLD_VALUE slice
 01 L$_WS01_TOTAL_DR                PIC S9(15)V99 COMP.
 01 L$_WS01_TOTAL_CR                PIC S9(15)V99 COMP.

* Change #2158 - Start.
*   the day's withholding rows, summed for the one WHTAX pair.
 01 L$_WS01_WHT_TOTAL               PIC S9(15)V99 COMP VALUE 0.
 01 L$_WS01_WHT_ROWS                PIC 9(09)          VALUE 0.
* Change #2158 - End.

* Change #2170 - Start.
*   the day's balance-transfer rows: "S" leaving, "R" arriving -
*   a complete day nets to zero.
 01 L$_WS01_XFR_NET                 PIC S9(15)V99 COMP VALUE 0.
 01 L$_WS01_XFR_ROWS                PIC 9(09)          VALUE 0.
* Change #2170 - End.

*   a rebuilt phase appends a second record for the same file name;
*   only the LAST one is live (ICA_TRF716_LIFECYCLE's convention),
*   and posting both would double the day's entries. The counting
       88 L$_SW01_EOF_GLM_NO			    VALUE 0.
       88 L$_SW01_EOF_GLM_YES			    VALUE 1.
* Change #2127 - End.
* Change #2171 - Start.
    03 L$_SW01_EOF_PPR               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PPR_NO			    VALUE 0.
       88 L$_SW01_EOF_PPR_YES			    VALUE 1.
* Change #2171 - End.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_JRN_WRITTEN           PIC 9(05).
*              TRT718 inquiry shows a transaction's whole life.
 COPY "ICA_CDD_WKSP:ICA_TRF718_TRACE_WKSP"	      FROM DICTIONARY.

* Change #2171 - Start.
*   accounting-period check (see ICA_TRF720_PERIOD_CHK).
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.
* Change #2171 - End.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------

    PERFORM E-POST-DEDUCTION-CHANGES

* Change #2171 - Start.
    PERFORM EA-POST-PRIOR-PERIOD
* Change #2171 - End.

    PERFORM F-BALANCE-AND-WRITE

    PERFORM Z-FINISH
    PERFORM BA-LOAD-GL-MAP
* Change #2127 - End.

* Change #2171 - Start.
    PERFORM BB-CHECK-POST-PERIOD
* Change #2171 - End.

* 13-AUG-2026 - TP_NHELER - central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB717_GL_JOURNAL"
    DISPLAY "GL mapping rows loaded: ", L$_WS01_GLM_CNT
    .
 BA-EXIT.    EXIT.
* Change #2171 - Start.
*--------------------------------------------------------------------
 BB-CHECK-POST-PERIOD			SECTION.
*--------------------------------------------------------------------
*# a rerun for a day in a period accounting has closed must not
*# change that period's figures - the batch posts on the first
*# open day instead. The row-level re-dating is the 875 writers'
*# own (every one calls ICA_TRF720_PERIOD_CHK before its WRITE);
*# this is the same question asked of the run date. The 875 record
*# area is passed only because the routine takes one - "D" does
*# not touch it.
 BB-00.

    MOVE L$_WS01_RUN_DATE TO L$_WS01_POST_DATE

    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "D"
      TO P$_PCK_FUNCTION  IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB717_GL_JOURNAL"
      TO P$_PCK_PROG_NAME IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_PCK_DATE      IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               I875_DAY_REC

    IF P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP = "Y"
       MOVE P$_PCK_POST_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
         TO L$_WS01_POST_DATE
       DISPLAY "** Run date ", L$_WS01_RUN_DATE,
               " is in a closed accounting period - the batch "
               "posts on ", L$_WS01_POST_DATE
    END-IF
    .
 BB-EXIT.    EXIT.
* Change #2171 - End.
*--------------------------------------------------------------------
 C-POST-BANK-FILES			SECTION.
*--------------------------------------------------------------------
          = V2875$CPI_LINKAGE_ADJ
          PERFORM DA-ADD-CPIADJ-PAIR
       END-IF
* Change #2158 - Start.
       IF L$_SW01_EOF_875_NO
      AND UPDATE_MEANING_CODE IN I875_DAY_REC
          = V2875$TAX_WITHHOLDING
          PERFORM DB-ADD-WHTAX-ROW
       END-IF
* Change #2158 - End.
* Change #2170 - Start.
       IF L$_SW01_EOF_875_NO
      AND UPDATE_MEANING_CODE IN I875_DAY_REC
          = V2875$BAL_TRANSFER
          PERFORM DD-ADD-BALXFR-ROW
       END-IF
* Change #2170 - End.
    END-PERFORM

    CLOSE I875_DAY_FILE

* Change #2158 - Start.
    IF L$_WS01_WHT_TOTAL NOT = ZERO
       PERFORM DC-ADD-WHTAX-PAIR
    END-IF
* Change #2158 - End.

* Change #2170 - Start.
    IF L$_WS01_XFR_ROWS > ZERO
       PERFORM DE-ADD-BALXFR-ENTRY
    END-IF
* Change #2170 - End.
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
    ADD L$_WS01_875_AMOUNT	TO L$_WS01_TOTAL_CR
    .
 DA-EXIT.    EXIT.
* Change #2158 - Start.
*--------------------------------------------------------------------
 DB-ADD-WHTAX-ROW			SECTION.
*--------------------------------------------------------------------
*# the year-end withholding posts one 875 row per accumulator -
*# thousands of them on one day - so the rows are summed here and
*# journalled as ONE pair by DC-ADD-WHTAX-PAIR, the row count in
*# the reference; the per-member detail is the tax report's.
 DB-00.

    MOVE OLD_VALUE IN I875_DAY_REC(1:1)
      TO L$_WS01_875_MARKER
    MOVE OLD_VALUE IN I875_DAY_REC(2:9)
      TO L$_WS01_875_AMOUNT_X

    IF L$_WS01_875_MARKER NOT = "H"
       DISPLAY "** Withholding row without its amount marker - "
               "skipped, ACCUM:" ACCUM_INTR_ID IN I875_DAY_REC
       GO TO DB-EXIT
    END-IF

    ADD L$_WS01_875_AMOUNT	TO L$_WS01_WHT_TOTAL
    ADD 1			TO L$_WS01_WHT_ROWS
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-ADD-WHTAX-PAIR			SECTION.
*--------------------------------------------------------------------
*# the tax leaves the members' funds for the authority: DR member
*# funds / CR tax withheld payable, accounts from the GL mapping
*# store like every other class.
 DC-00.

    MOVE "WHTAX"		TO L$_WS01_GLM_WANT_CLASS
    MOVE "00"			TO L$_WS01_GLM_WANT_CURR
    MOVE "MEMBER_FUNDS"		TO L$_WS01_GLM_DEB_ACCT
    MOVE "TAX_WITHHELD_PAY"	TO L$_WS01_GLM_CRD_ACCT
    PERFORM CY-FIND-GL-ACCOUNTS

    PERFORM CX-NEXT-SLOT
    MOVE "WHTAX"		TO L$_WS01_JRN_CLASS(L$_WS01_JRN_IDX)
    MOVE "D"			TO L$_WS01_JRN_DR_CR(L$_WS01_JRN_IDX)
    MOVE L$_WS01_GLM_DEB_ACCT	TO L$_WS01_JRN_ACCOUNT(L$_WS01_JRN_IDX)
    MOVE L$_WS01_WHT_TOTAL	TO L$_WS01_JRN_AMOUNT(L$_WS01_JRN_IDX)
    MOVE "00"			TO L$_WS01_JRN_CURRENCY(L$_WS01_JRN_IDX)
    MOVE "ICA_PRB367_TAX_REPORT"
				TO L$_WS01_JRN_SOURCE(L$_WS01_JRN_IDX)
    MOVE SPACES			TO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    STRING "WHT ROWS:" L$_WS01_WHT_ROWS
      DELIMITED BY SIZE
      INTO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    ADD L$_WS01_WHT_TOTAL	TO L$_WS01_TOTAL_DR

    PERFORM CX-NEXT-SLOT
    MOVE "WHTAX"		TO L$_WS01_JRN_CLASS(L$_WS01_JRN_IDX)
    MOVE "C"			TO L$_WS01_JRN_DR_CR(L$_WS01_JRN_IDX)
    MOVE L$_WS01_GLM_CRD_ACCT	TO L$_WS01_JRN_ACCOUNT(L$_WS01_JRN_IDX)
    MOVE L$_WS01_WHT_TOTAL	TO L$_WS01_JRN_AMOUNT(L$_WS01_JRN_IDX)
    MOVE "00"			TO L$_WS01_JRN_CURRENCY(L$_WS01_JRN_IDX)
    MOVE "ICA_PRB367_TAX_REPORT"
				TO L$_WS01_JRN_SOURCE(L$_WS01_JRN_IDX)
    MOVE SPACES			TO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    STRING "WHT ROWS:" L$_WS01_WHT_ROWS
      DELIMITED BY SIZE
      INTO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    ADD L$_WS01_WHT_TOTAL	TO L$_WS01_TOTAL_CR
    .
 DC-EXIT.    EXIT.
* Change #2158 - End.
* Change #2170 - Start.
*--------------------------------------------------------------------
 DD-ADD-BALXFR-ROW			SECTION.
*--------------------------------------------------------------------
*# ICA_TRB72Y_BAL_TRANSFER writes each transfer as a pair: marker
*# "S" with the amount leaving the source, "R" with the amount
*# arriving - summed signed here, so a half-posted transfer shows.
 DD-00.

    MOVE OLD_VALUE IN I875_DAY_REC(1:1)
      TO L$_WS01_875_MARKER
    MOVE OLD_VALUE IN I875_DAY_REC(2:9)
      TO L$_WS01_875_AMOUNT_X

    EVALUATE L$_WS01_875_MARKER
        WHEN "S"
             SUBTRACT L$_WS01_875_AMOUNT FROM L$_WS01_XFR_NET
        WHEN "R"
             ADD L$_WS01_875_AMOUNT	TO L$_WS01_XFR_NET
        WHEN OTHER
             DISPLAY "** Transfer row without its amount marker - "
                     "skipped, ACCUM:" ACCUM_INTR_ID IN I875_DAY_REC
             GO TO DD-EXIT
    END-EVALUATE

    ADD 1			TO L$_WS01_XFR_ROWS
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-ADD-BALXFR-ENTRY			SECTION.
*--------------------------------------------------------------------
*# member funds to member funds - nothing for the ledger, so one
*# zero-amount statistical entry (the DEDCHG precedent) with the
*# row count in the reference. F-BALANCE-AND-WRITE refuses the day
*# if the rows did not net to zero.
 DE-00.

    PERFORM CX-NEXT-SLOT
    MOVE "BALXFR"		TO L$_WS01_JRN_CLASS(L$_WS01_JRN_IDX)
    MOVE "D"			TO L$_WS01_JRN_DR_CR(L$_WS01_JRN_IDX)
    MOVE "STATISTICAL"		TO L$_WS01_JRN_ACCOUNT(L$_WS01_JRN_IDX)
    MOVE ZERO			TO L$_WS01_JRN_AMOUNT(L$_WS01_JRN_IDX)
    MOVE "00"			TO L$_WS01_JRN_CURRENCY(L$_WS01_JRN_IDX)
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
				TO L$_WS01_JRN_SOURCE(L$_WS01_JRN_IDX)
    MOVE SPACES			TO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    STRING "XFR ROWS:" L$_WS01_XFR_ROWS
      DELIMITED BY SIZE
      INTO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    .
 DE-EXIT.    EXIT.
* Change #2170 - End.
*--------------------------------------------------------------------
 E-POST-DEDUCTION-CHANGES		SECTION.
*--------------------------------------------------------------------
    CLOSE I_71H_OPER_FILE
    .
 E-EXIT.    EXIT.
* Change #2171 - Start.
*--------------------------------------------------------------------
 EA-POST-PRIOR-PERIOD			SECTION.
*--------------------------------------------------------------------
*# the day's prior-period adjustments moved no money of their own -
*# their amounts are already in the CPIADJ/WHTAX/BALXFR entries
*# above, from the re-dated rows - so, as DEDCHG, one zero-amount
*# statistical entry with the counts in the reference, for the
*# ledger to tie to the prior-period report accounting signs off.
 EA-00.

    OPEN INPUT I_PRIOR_PERIOD_FILE

    IF NOT L$_PPR_FOUND
       GO TO EA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_PPR_YES
       READ I_PRIOR_PERIOD_FILE
          AT END
             SET L$_SW01_EOF_PPR_YES TO TRUE
          NOT AT END
             IF PP_LOG_DATE = L$_WS01_RUN_DATE
                IF PP_ENTRY_ROW
                   ADD 1 TO L$_WS01_PPA_ROWS
                ELSE
                   ADD 1 TO L$_WS01_PPA_NOTES
                END-IF
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_PRIOR_PERIOD_FILE

    IF L$_WS01_PPA_ROWS = ZERO
   AND L$_WS01_PPA_NOTES = ZERO
       GO TO EA-EXIT
    END-IF

    DISPLAY "Prior-period adjustments today - rows:",
            L$_WS01_PPA_ROWS, " run notes:", L$_WS01_PPA_NOTES

    PERFORM CX-NEXT-SLOT
    MOVE "PRIPER"		TO L$_WS01_JRN_CLASS(L$_WS01_JRN_IDX)
    MOVE "D"			TO L$_WS01_JRN_DR_CR(L$_WS01_JRN_IDX)
    MOVE "STATISTICAL"		TO L$_WS01_JRN_ACCOUNT(L$_WS01_JRN_IDX)
    MOVE ZERO			TO L$_WS01_JRN_AMOUNT(L$_WS01_JRN_IDX)
    MOVE "00"			TO L$_WS01_JRN_CURRENCY(L$_WS01_JRN_IDX)
    MOVE "ICA_TRF720_PERIOD_CHK"
				TO L$_WS01_JRN_SOURCE(L$_WS01_JRN_IDX)
    MOVE SPACES			TO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    STRING "PPA ROWS:" L$_WS01_PPA_ROWS " RUNS:" L$_WS01_PPA_NOTES
      DELIMITED BY SIZE
      INTO L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX)
    .
 EA-EXIT.    EXIT.
* Change #2171 - End.
*--------------------------------------------------------------------
 F-BALANCE-AND-WRITE			SECTION.
*--------------------------------------------------------------------
       GO TO F-EXIT
    END-IF

* Change #2170 - Start.
    IF L$_WS01_XFR_NET NOT = ZERO
       DISPLAY "Balance transfer rows:", L$_WS01_XFR_ROWS,
               " net:", L$_WS01_XFR_NET
       DISPLAY "*** TRANSFER ROWS DO NOT NET TO ZERO - NOTHING "
               "WRITTEN. ***"
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       GO TO F-EXIT
    END-IF
* Change #2170 - End.

    OPEN OUTPUT P_GL_JOURNAL_FILE
    DISPLAY "Open Output File: " L$_P_GL_JOURNAL_NAME

       MOVE L$_WS01_JRN_CURRENCY(L$_WS01_JRN_IDX)  TO JR_CURRENCY
       MOVE L$_WS01_JRN_SOURCE(L$_WS01_JRN_IDX)    TO JR_SOURCE_PROG
       MOVE L$_WS01_JRN_REFERENCE(L$_WS01_JRN_IDX) TO JR_REFERENCE
* Change #2171 - Start.
       MOVE L$_WS01_POST_DATE                      TO JR_POST_DATE
* Change #2171 - End.

       WRITE P_GL_JOURNAL_REC
       ADD 1 TO L$_CT01_JRN_WRITTEN
