*  the comparison logic never                                       *
*  changes.                                                         *
* --------------------------------- ------------- ----------- ---- *
*  Append one ack-performance        TP_ELEVY     15-OCT-2026  2167 *
*  record per run - the sent file,   (see O_ACKPERF_FILE)           *
*  when its acknowledgments were                                    *
*  reconciled, and the run's                                        *
*  outcome counts - followed by                                     *
*  one record per rejection reason                                  *
*  code (lead bytes of REASON_                                      *
*  TEXT), so ICA_TRB72V_BANK_                                       *
*  SCORECARD can measure the                                        *
*  bank's turnaround and rejection                                  *
*  rate per reason month by month.                                  *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
           FILE STATUS		  IS	       L$_ACKSUM_PROBE_STATUS.
* Change #2104 - End.

* Change #2167 - Start.
*   Ack-performance file - one "S" record per run, then its "R"
*   reason records. Probe decides OUTPUT vs EXTEND, as for the
*   ack-summary file.
    SELECT O_ACKPERF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ACKPERF_STATUS.

    SELECT O_ACKPERF_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ACKPERF_PROBE_STATUS.
* Change #2167 - End.

*********************************************************************
 DATA DIVISION.
*********************************************************************
 01 O_ACKSUM_PROBE_REC             PIC X(01).
* Change #2104 - End.

* Change #2167 - Start.
*   Ack-performance record - shared, as a hand-kept convention, with
*   ICA_TRB72V_BANK_SCORECARD. The "R" records that follow an "S"
*   record belong to it; a rerun of the phase appends a fresh "S"
*   and the reader takes the last one per file.
 FD O_ACKPERF_FILE
    VALUE OF ID IS L$_ACKPERF_FILE_NAME.
 01 O_ACKPERF_REC.
    03 AKP_REC_TYPE                PIC X(01).
       88 AKP_REC_TYPE_SUMMARY		    VALUE "S".
       88 AKP_REC_TYPE_REASON		    VALUE "R".
    03 AKP_FILE_NAME               PIC X(34).
    03 AKP_PHASE_NUM               PIC 9(04).
    03 AKP_PHASE_DATE              PIC 9(08).
    03 AKP_RECEIVED_TMSP           PIC S9(11)V9(07) COMP.
    03 AKP_MATCHED                 PIC 9(09).
    03 AKP_MISSING_ACK             PIC 9(09).
    03 AKP_EXTRA_ACK               PIC 9(09).
    03 AKP_AMOUNT_MISMATCH         PIC 9(09).
    03 AKP_REJECTED                PIC 9(09).
 01 O_ACKPERF_REASON_REC.
    03 AKR_REC_TYPE                PIC X(01).
    03 AKR_FILE_NAME               PIC X(34).
    03 AKR_REASON_CODE             PIC X(06).
    03 AKR_REASON_CNT              PIC 9(09).
    03 FILLER                      PIC X(50).

 FD O_ACKPERF_PROBE_FILE
    VALUE OF ID IS L$_ACKPERF_PROBE_NAME.
 01 O_ACKPERF_PROBE_REC            PIC X(01).
* Change #2167 - End.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_ACKSUM_PROBE_STATUS          PIC X(02).
    88 L$_ACKSUM_PROBE_FOUND		    VALUE "00".

* Change #2167 - Start.
 01 L$_ACKPERF_FILE_NAME            PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB713_ACKPERF.DAT".

 01 L$_ACKPERF_PROBE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB713_ACKPERF.DAT".

 01 L$_ACKPERF_STATUS               PIC X(02).
    88 L$_ACKPERF_OK			    VALUE "00".

 01 L$_ACKPERF_PROBE_STATUS         PIC X(02).
    88 L$_ACKPERF_PROBE_FOUND		    VALUE "00".

*   this run's rejections by reason code - the lead bytes of the
*   bank's REASON_TEXT, the same convention L$_CO01_NOAUTH_REASON
*   reads.
 01 L$_WS04_RSN_TBL.
    03 L$_WS04_RSN_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS04_RSN_FOUND            PIC 9(02)       VALUE 0.
    03 L$_WS04_RSN_ENTRY  OCCURS 30 TIMES
                          INDEXED BY L$_WS04_RSN_IDX.
       05 L$_WS04_RSN_CODE          PIC X(06).
       05 L$_WS04_RSN_REJECTS       PIC 9(09).
* Change #2167 - End.

*   the bank's leg of the day: what the bank actually posted -
*   every ACCEPTED acknowledgment's amount, as the bank recorded
*   it (the amount-mismatch case sums the BANK's figure, because
* Change #2102 - Start.
                PERFORM CE-NOTE-NO-AUTH
* Change #2102 - End.
* Change #2167 - Start.
                PERFORM CF-COUNT-REJECT-REASON
* Change #2167 - End.
                PERFORM CA-READ-NEXT-SENT-DETAIL
                PERFORM CB-READ-NEXT-ACK-DETAIL

* Change #2101 - Start.
          O_DISCREP_FILE
* Change #2101 - End.
* Change #2167 - Start.
    PERFORM G-WRITE-ACKPERF-RECS
* Change #2167 - End.
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
    PERFORM CC-WRITE-REPORT-LINE
    .
 CE-EXIT.    EXIT.
* Change #2167 - Start.
*--------------------------------------------------------------------
 CF-COUNT-REJECT-REASON			SECTION.
*--------------------------------------------------------------------
*# one more rejection under the bank's reason code - the first
*# twenty-nine codes of a run are kept apart, any beyond are
*# counted under "OTHER".
 CF-00.

    MOVE 0 TO L$_WS04_RSN_FOUND

    PERFORM VARYING L$_WS04_RSN_IDX FROM 1 BY 1
               UNTIL L$_WS04_RSN_IDX > L$_WS04_RSN_CNT
       IF L$_WS04_RSN_CODE(L$_WS04_RSN_IDX) =
          REASON_TEXT IN ICA_TRB713_BENLEUMI_ACK_REC(1:6)
          SET L$_WS04_RSN_FOUND TO L$_WS04_RSN_IDX
       END-IF
    END-PERFORM

    IF L$_WS04_RSN_FOUND = ZERO
       IF L$_WS04_RSN_CNT < 29
          ADD 1 TO L$_WS04_RSN_CNT
          MOVE L$_WS04_RSN_CNT TO L$_WS04_RSN_FOUND
          SET L$_WS04_RSN_IDX TO L$_WS04_RSN_FOUND
          MOVE REASON_TEXT IN ICA_TRB713_BENLEUMI_ACK_REC(1:6)
            TO L$_WS04_RSN_CODE(L$_WS04_RSN_IDX)
       ELSE
          MOVE 30 TO L$_WS04_RSN_CNT
                     L$_WS04_RSN_FOUND
          SET L$_WS04_RSN_IDX TO L$_WS04_RSN_FOUND
          MOVE "OTHER"
            TO L$_WS04_RSN_CODE(L$_WS04_RSN_IDX)
       END-IF
    END-IF

    SET L$_WS04_RSN_IDX TO L$_WS04_RSN_FOUND
    ADD 1 TO L$_WS04_RSN_REJECTS(L$_WS04_RSN_IDX)
    .
 CF-EXIT.    EXIT.
* Change #2167 - End.
*--------------------------------------------------------------------
 E-CLOSE-NO-AUTH-MANDATES		SECTION.
*--------------------------------------------------------------------
    .
 F-EXIT.    EXIT.
* Change #2104 - End.
* Change #2167 - Start.
*--------------------------------------------------------------------
 G-WRITE-ACKPERF-RECS			SECTION.
*--------------------------------------------------------------------
*# the run's performance record and its reason records. The
*# acknowledgments are reconciled the day they are received, so
*# the run's own clock is the received time. Same stance as the
*# ack-summary file: a write failure is loud but never fails the
*# reconciliation.
 G-00.

    OPEN INPUT O_ACKPERF_PROBE_FILE

    IF L$_ACKPERF_PROBE_FOUND
       CLOSE O_ACKPERF_PROBE_FILE
       OPEN EXTEND O_ACKPERF_FILE
    ELSE
       OPEN OUTPUT O_ACKPERF_FILE
    END-IF

    IF NOT L$_ACKPERF_OK
       DISPLAY "** WARNING - ack-performance file could not be "
               "opened, status: " L$_ACKPERF_STATUS
               " - the bank scorecard will miss this phase."
       GO TO G-EXIT
    END-IF

    INITIALIZE O_ACKPERF_REC
    SET AKP_REC_TYPE_SUMMARY TO TRUE
    MOVE L$_SENT_FILE_NAME(16:19)
      TO AKP_FILE_NAME
    MOVE DEB_CRD_PHASE_NUM  IN ICA_TRB713_RECON_BENLEUMI_INP
      TO AKP_PHASE_NUM
    MOVE DEB_CRD_PHASE_DATE IN ICA_TRB713_RECON_BENLEUMI_INP
      TO AKP_PHASE_DATE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO AKP_RECEIVED_TMSP

    MOVE L$_CT01_MATCHED          TO AKP_MATCHED
    MOVE L$_CT01_MISSING_ACK      TO AKP_MISSING_ACK
    MOVE L$_CT01_EXTRA_ACK        TO AKP_EXTRA_ACK
    MOVE L$_CT01_AMOUNT_MISMATCH  TO AKP_AMOUNT_MISMATCH
    MOVE L$_CT01_REJECTED         TO AKP_REJECTED

    WRITE O_ACKPERF_REC

    PERFORM VARYING L$_WS04_RSN_IDX FROM 1 BY 1
               UNTIL L$_WS04_RSN_IDX > L$_WS04_RSN_CNT
       INITIALIZE O_ACKPERF_REASON_REC
       MOVE "R"                 TO AKR_REC_TYPE
       MOVE L$_SENT_FILE_NAME(16:19)
         TO AKR_FILE_NAME
       MOVE L$_WS04_RSN_CODE(L$_WS04_RSN_IDX)
         TO AKR_REASON_CODE
       MOVE L$_WS04_RSN_REJECTS(L$_WS04_RSN_IDX)
         TO AKR_REASON_CNT
       WRITE O_ACKPERF_REASON_REC
    END-PERFORM

    CLOSE O_ACKPERF_FILE
    .
 G-EXIT.    EXIT.
* Change #2167 - End.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
