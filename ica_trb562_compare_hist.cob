*                                CHECK_HIST ran (1-9).  Zero/not     *
*                                supplied defaults to 2 (OLD, NEW).  *
*                                                                   *
*  Known-difference waivers: a discrepancy matching a live, approved*
*  entry of the waiver register is reported WAIVED and does not     *
*  fail the run or its path; anything outside the waiver still      *
*  fails.  Waivers that expired, were never hit by this run, or are *
*  not filled in properly are listed on the waiver report.          *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       C_DATA_FILE_1            I   OLD methods data output        *
*       C_COUNT_FILE_1           I   OLD methods count output       *
*       C_COUNT_FILE_2           I   other methods count output      *
*       O_REPORT_FILE            O   discrepancy report             *
*       I_WAIVER_FILE            I   known-difference waivers       *
*       O_WAIVER_RPT_FILE        O   expired/unused waiver report   *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_HST_PROBE_STATUS.

* 15-OCT-2026 - TP_ELEVY - known-difference waiver register, kept by
*              the analysts with an editor the same way TRB561's path
*              definitions are. Not found is normal, not fatal - a
*              night with no waivers simply has no register - so the
*              status comes back in L$_WAIVER_FILE_STATUS and there is
*              no DECLARATIVES handler for it.
    SELECT I_WAIVER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_WAIVER_FILE_STATUS.

*   Waivers that expired, were never hit, or are incomplete.
    SELECT O_WAIVER_RPT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
    VALUE OF ID IS L$_HST_PROBE_NAME.
 01 O_HST_PROBE_REC                PIC X(01).

* 15-OCT-2026 - TP_ELEVY - one record per approved expected difference:
*     WV_PATH_NUM       - the path the difference is expected on.
*     WV_METHOD_IX      - method pass it applies to, 0 = every pass.
*     WV_RECORD_COUNTER - CHECK_HIST input record (P$_RECORD_COUNTER),
*                         0 = every record of the path.
*     WV_OUT_REC_NUM    - output record within it (P$_COUNT_RECS of
*                         the data record), 0 = every one.
*     WV_FIELD_POS/LEN  - byte range of the data record allowed to
*                         differ; LEN 0 = the whole record may differ,
*                         be missing or be extra, and its count record
*                         with it.  A range waiver covers content only.
*     WV_EXPIRY_DATE    - CCYYMMDD, last night the waiver applies.
 FD I_WAIVER_FILE
    VALUE OF ID IS L$_WAIVER_FILE_NAME.
 01 I_WAIVER_REC.
    03 WV_WAIVER_ID                PIC X(08).
    03 WV_PATH_NUM                 PIC 9(02).
    03 WV_METHOD_IX                PIC 9(01).
    03 WV_RECORD_COUNTER           PIC 9(07).
    03 WV_OUT_REC_NUM              PIC 9(07).
    03 WV_FIELD_POS                PIC 9(04).
    03 WV_FIELD_LEN                PIC 9(04).
    03 WV_TICKET_REF               PIC X(15).
    03 WV_APPROVER                 PIC X(12).
    03 WV_EXPIRY_DATE              PIC 9(08).
    03 WV_DESCRIPTION              PIC X(40).

 FD O_WAIVER_RPT_FILE
    VALUE OF ID IS L$_O_WAIVER_RPT_NAME.
 01 O_WAIVER_RPT_REC.
    03 MSG                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
       05 L$_WS01_OPER_ID	    PIC 9(16).
       05 FILLER		    PIC X(04)	    VALUE ".DAT".

    03 L$_O_WAIVER_RPT_NAME.
       05 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
       05 FILLER		    PIC X(15)	    VALUE "ICA_TRB561_WVR_".
       05 L$_WS01_OPER_ID	    PIC 9(16).
       05 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_DATA_1           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DATA_1_NO		    VALUE 0.
    03 L$_SW01_EOF_CHECK             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CHECK_NO		    VALUE 0.
       88 L$_SW01_EOF_CHECK_YES		    VALUE 1.
    03 L$_SW01_EOF_WAIVER            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_WAIVER_NO		    VALUE 0.
       88 L$_SW01_EOF_WAIVER_YES		    VALUE 1.
    03 L$_SW01_WAIVED                PIC 9(01)       VALUE 0.
       88 L$_SW01_WAIVED_NO		    VALUE 0.
       88 L$_SW01_WAIVED_YES		    VALUE 1.

 01 L$_WS01_NUM_METHODS             PIC 9(01)       VALUE 2.
 01 L$_WS01_METHOD_IX                PIC 9(01)       VALUE 0.

 01 L$_WS01_RUN_DATE                PIC 9(08).

* 15-OCT-2026 - TP_ELEVY - waiver register, loaded once by
*              BA-LOAD-WAIVERS. L$_WV01_STATE: "L" live, "E" expired,
*              "I" incomplete (no ticket, no approver, bad path or
*              range) - only live waivers are ever matched.
 01 L$_WAIVER_FILE_NAME             PIC X(38)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB562_WAIVERS.DAT".
 01 L$_WAIVER_FILE_STATUS           PIC X(02).
    88 L$_WAIVER_FILE_FOUND		    VALUE "00".

 01 L$_WV01_TBL.
    03 L$_WV01_CNT                  PIC 9(03)       VALUE 0.
    03 L$_WV01_ENTRY  OCCURS 200 TIMES.
       05 L$_WV01_WAIVER_ID         PIC X(08).
       05 L$_WV01_PATH_NUM          PIC 9(02).
       05 L$_WV01_METHOD_IX         PIC 9(01).
       05 L$_WV01_RECORD_COUNTER    PIC 9(07).
       05 L$_WV01_OUT_REC_NUM       PIC 9(07).
       05 L$_WV01_FIELD_POS         PIC 9(04).
       05 L$_WV01_FIELD_LEN         PIC 9(04).
       05 L$_WV01_TICKET_REF        PIC X(15).
       05 L$_WV01_APPROVER          PIC X(12).
       05 L$_WV01_EXPIRY_DATE       PIC 9(08).
       05 L$_WV01_STATE             PIC X(01).
          88 L$_WV01_LIVE			    VALUE "L".
          88 L$_WV01_EXPIRED			    VALUE "E".
          88 L$_WV01_INCOMPLETE		    VALUE "I".
       05 L$_WV01_HITS              PIC 9(07).

 01 L$_WV01_IX                      PIC 9(03)       VALUE 0.
 01 L$_WV01_HIT_IX                  PIC 9(03)       VALUE 0.
 01 L$_WV01_SKIPPED                 PIC 9(05)       VALUE 0.

*#  what CF-CHECK-WAIVER is asked about: "D" a data record that
*#  differs in content, "R" a whole data record missing or extra,
*#  "C" a count record that differs, is missing or is extra.
 01 L$_WV01_CHECK_KIND              PIC X(01).
    88 L$_WV01_CHECK_CONTENT		    VALUE "D".
    88 L$_WV01_CHECK_WHOLE		    VALUE "R".
    88 L$_WV01_CHECK_COUNT		    VALUE "C".
 01 L$_WV01_CUR_OUT_REC             PIC S9(9)  COMP VALUE 0.

*#  both sides of a content mismatch, with the waived byte range
*#  blanked out before they are compared again.
 01 L$_WV01_MASK_1                  PIC X(2000).
 01 L$_WV01_MASK_2                  PIC X(2000).
 01 L$_WV01_MSG_SAVE                PIC X(200).

 01 L$_CT01_COUNTERS.
    03 L$_CT01_DATA_MATCH            PIC 9(09).
    03 L$_CT01_DATA_MISMATCH         PIC 9(09).
    03 L$_CT01_COUNT_MATCH           PIC 9(09).
    03 L$_CT01_COUNT_MISMATCH        PIC 9(09).
    03 L$_CT01_WAIVED                PIC 9(09).

* UTL wksp and inc copies
*------------------------
    END-IF
    .
* 15-AUG-2026 - TP_ELEVY - End.
* 15-OCT-2026 - TP_ELEVY - Start.
*-----------------------------------------------------------------------
 007-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_WAIVER_RPT_FILE.
 007.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_WAIVER_RPT_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 007-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
* 15-OCT-2026 - TP_ELEVY - End.
 END DECLARATIVES.

*--------------------------------------------------------------------
         L$_WS01_OPER_ID    IN L$_COUNT_FILE_2_NAME
         L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME
         L$_WS01_OPER_ID    IN L$_INPUT_CHECK_FILE_NAME
         L$_WS01_OPER_ID    IN L$_O_WAIVER_RPT_NAME

*#  method 1 (OLD) is always the baseline that every other pass is
*#  checked against.
    MOVE "ICA_TRB561_CHECK_HIST regression diff report"
      TO MSG	IN O_REPORT_REC
    PERFORM CC-WRITE-REPORT-LINE

* 15-OCT-2026 - TP_ELEVY - the run date decides which waivers are
*              still live, so it is set before the register is loaded.
    PERFORM BB-SET-RUN-DATE

    PERFORM BA-LOAD-WAIVERS
    .
 B-EXIT.    EXIT.
* 15-OCT-2026 - TP_ELEVY - Start.
*--------------------------------------------------------------------
 BA-LOAD-WAIVERS			SECTION.
*--------------------------------------------------------------------
*#  Every register entry is loaded, live or not, so the waiver report
*#  can list the expired and incomplete ones as well as the unused.
 BA-00.

    INITIALIZE L$_WV01_TBL

    OPEN INPUT I_WAIVER_FILE

    IF NOT L$_WAIVER_FILE_FOUND
       DISPLAY "No waiver register: " L$_WAIVER_FILE_NAME
       GO TO BA-EXIT
    END-IF

    SET L$_SW01_EOF_WAIVER_NO	TO TRUE

    PERFORM UNTIL L$_SW01_EOF_WAIVER_YES
        READ I_WAIVER_FILE
            AT END
                SET L$_SW01_EOF_WAIVER_YES TO TRUE
        END-READ

        IF L$_SW01_EOF_WAIVER_NO
            IF L$_WV01_CNT < 200
                ADD 1 TO L$_WV01_CNT
                PERFORM BAA-STORE-ONE-WAIVER
            ELSE
                ADD 1 TO L$_WV01_SKIPPED
            END-IF
        END-IF
    END-PERFORM

    CLOSE I_WAIVER_FILE

    DISPLAY "Waivers loaded: " L$_WV01_CNT

    IF L$_WV01_SKIPPED > ZERO
       DISPLAY "** WARNING - waiver register holds more than 200 "
               "entries, " L$_WV01_SKIPPED " not loaded"
    END-IF
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BAA-STORE-ONE-WAIVER			SECTION.
*--------------------------------------------------------------------
 BAA-00.

    MOVE WV_WAIVER_ID		TO L$_WV01_WAIVER_ID(L$_WV01_CNT)
    MOVE WV_PATH_NUM		TO L$_WV01_PATH_NUM(L$_WV01_CNT)
    MOVE WV_METHOD_IX		TO L$_WV01_METHOD_IX(L$_WV01_CNT)
    MOVE WV_RECORD_COUNTER	TO L$_WV01_RECORD_COUNTER(L$_WV01_CNT)
    MOVE WV_OUT_REC_NUM		TO L$_WV01_OUT_REC_NUM(L$_WV01_CNT)
    MOVE WV_FIELD_POS		TO L$_WV01_FIELD_POS(L$_WV01_CNT)
    MOVE WV_FIELD_LEN		TO L$_WV01_FIELD_LEN(L$_WV01_CNT)
    MOVE WV_TICKET_REF		TO L$_WV01_TICKET_REF(L$_WV01_CNT)
    MOVE WV_APPROVER		TO L$_WV01_APPROVER(L$_WV01_CNT)
    MOVE WV_EXPIRY_DATE		TO L$_WV01_EXPIRY_DATE(L$_WV01_CNT)
    MOVE ZERO			TO L$_WV01_HITS(L$_WV01_CNT)

    EVALUATE TRUE
        WHEN WV_PATH_NUM NOT NUMERIC
          OR WV_PATH_NUM = ZERO
          OR WV_TICKET_REF = SPACES
          OR WV_APPROVER = SPACES
          OR WV_EXPIRY_DATE NOT NUMERIC
          OR WV_EXPIRY_DATE = ZERO
            SET L$_WV01_INCOMPLETE(L$_WV01_CNT) TO TRUE

        WHEN WV_FIELD_LEN > ZERO
         AND (WV_FIELD_POS = ZERO
          OR  WV_FIELD_POS + WV_FIELD_LEN - 1 > 2000)
            SET L$_WV01_INCOMPLETE(L$_WV01_CNT) TO TRUE

        WHEN WV_EXPIRY_DATE < L$_WS01_RUN_DATE
            SET L$_WV01_EXPIRED(L$_WV01_CNT) TO TRUE

        WHEN OTHER
            SET L$_WV01_LIVE(L$_WV01_CNT) TO TRUE
    END-EVALUATE
    .
 BAA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-SET-RUN-DATE			SECTION.
*--------------------------------------------------------------------
 BB-00.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY	IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
        MOVE ZERO TO L$_WS01_RUN_DATE
    ELSE
        INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
                REPLACING ALL " " BY "0"
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
          TO L$_WS01_RUN_DATE(7:2)
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
          TO L$_WS01_RUN_DATE(5:2)
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
          TO L$_WS01_RUN_DATE(1:4)
    END-IF
    .
 BB-EXIT.    EXIT.
* 15-OCT-2026 - TP_ELEVY - End.
*--------------------------------------------------------------------
 C-HANDLE				SECTION.
*--------------------------------------------------------------------
            SET L$_SW01_EOF_DATA_2_YES TO TRUE
    END-READ

* 15-OCT-2026 - TP_ELEVY - every discrepancy below is first checked
*              against the waiver register (CF-CHECK-WAIVER); a waived
*              one is reported as such and does not fail the path.
    PERFORM UNTIL L$_SW01_EOF_DATA_1_YES AND L$_SW01_EOF_DATA_2_YES
        EVALUATE TRUE
            WHEN L$_SW01_EOF_DATA_1_YES
                       " - PATH:"       DELIMITED BY SIZE
                       L$_WS01_LOOKUP_PATH_NUM DELIMITED BY SIZE
                  INTO MSG    IN O_REPORT_REC
                MOVE P$_COUNT_RECS IN C_DATA_REC_2
                  TO L$_WV01_CUR_OUT_REC
                SET L$_WV01_CHECK_WHOLE TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    PERFORM CE-MARK-PATH-FAILED
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_DATA_MISMATCH
                END-IF
                READ C_DATA_FILE_2
                    AT END
                        SET L$_SW01_EOF_DATA_2_YES TO TRUE
                       " - PATH:"       DELIMITED BY SIZE
                       L$_WS01_LOOKUP_PATH_NUM DELIMITED BY SIZE
                  INTO MSG    IN O_REPORT_REC
                MOVE P$_COUNT_RECS IN C_DATA_REC_1
                  TO L$_WV01_CUR_OUT_REC
                SET L$_WV01_CHECK_WHOLE TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    PERFORM CE-MARK-PATH-FAILED
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_DATA_MISMATCH
                END-IF
                READ C_DATA_FILE_1
                    AT END
                        SET L$_SW01_EOF_DATA_1_YES TO TRUE
                       " - PATH:"       DELIMITED BY SIZE
                       L$_WS01_LOOKUP_PATH_NUM DELIMITED BY SIZE
                  INTO MSG    IN O_REPORT_REC
                MOVE P$_COUNT_RECS IN C_DATA_REC_1
                  TO L$_WV01_CUR_OUT_REC
                SET L$_WV01_CHECK_CONTENT TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    PERFORM CE-MARK-PATH-FAILED
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_DATA_MISMATCH
                END-IF
                READ C_DATA_FILE_1
                    AT END
                        SET L$_SW01_EOF_DATA_1_YES TO TRUE
    OPEN INPUT C_COUNT_FILE_2
    DISPLAY "Open Input File: " L$_COUNT_FILE_2_NAME

* 15-OCT-2026 - TP_ELEVY - rewound here too, so a count discrepancy can
*              be traced to its path and checked against the waivers.
    OPEN INPUT C_INPUT_CHECK_FILE
    DISPLAY "Open Input File: " L$_INPUT_CHECK_FILE_NAME

    MOVE 0 TO L$_WS01_CHECK_REC_COUNTER
    SET L$_SW01_EOF_CHECK_NO	TO TRUE

    SET L$_SW01_EOF_COUNT_1_NO	TO TRUE
    SET L$_SW01_EOF_COUNT_2_NO	TO TRUE

    PERFORM UNTIL L$_SW01_EOF_COUNT_1_YES AND L$_SW01_EOF_COUNT_2_YES
        EVALUATE TRUE
            WHEN L$_SW01_EOF_COUNT_1_YES
                MOVE P$_RECORD_COUNTER IN C_COUNT_REC_2
                  TO L$_WS01_LOOKUP_RECORD_COUNTER
                PERFORM CD-LOOKUP-PATH-NUM
                MOVE "EXTRA COUNT RECORD in method 2 file, not in OLD"
                  TO MSG    IN O_REPORT_REC
                SET L$_WV01_CHECK_COUNT TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_COUNT_MISMATCH
                END-IF
                READ C_COUNT_FILE_2
                    AT END
                        SET L$_SW01_EOF_COUNT_2_YES TO TRUE
                END-READ

            WHEN L$_SW01_EOF_COUNT_2_YES
                MOVE P$_RECORD_COUNTER IN C_COUNT_REC_1
                  TO L$_WS01_LOOKUP_RECORD_COUNTER
                PERFORM CD-LOOKUP-PATH-NUM
                MOVE "MISSING COUNT RECORD in method 2 file, present in OLD"
                  TO MSG    IN O_REPORT_REC
                SET L$_WV01_CHECK_COUNT TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_COUNT_MISMATCH
                END-IF
                READ C_COUNT_FILE_1
                    AT END
                        SET L$_SW01_EOF_COUNT_1_YES TO TRUE
                END-READ

            WHEN OTHER
                MOVE P$_RECORD_COUNTER IN C_COUNT_REC_1
                  TO L$_WS01_LOOKUP_RECORD_COUNTER
                PERFORM CD-LOOKUP-PATH-NUM
                MOVE "COUNT RECORD MISMATCH between OLD and method 2"
                  TO MSG    IN O_REPORT_REC
                SET L$_WV01_CHECK_COUNT TO TRUE
                PERFORM CF-CHECK-WAIVER
                IF L$_SW01_WAIVED_YES
                    PERFORM CH-WRITE-WAIVED-LINE
                ELSE
                    PERFORM CC-WRITE-REPORT-LINE
                    SET L$_SW01_DISCREPANCY_YES TO TRUE
                    ADD 1 TO L$_CT01_COUNT_MISMATCH
                END-IF
                READ C_COUNT_FILE_1
                    AT END
                        SET L$_SW01_EOF_COUNT_1_YES TO TRUE

    CLOSE C_COUNT_FILE_1
          C_COUNT_FILE_2
          C_INPUT_CHECK_FILE
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
    END-IF
    .
 CE-EXIT.    EXIT.
* 15-OCT-2026 - TP_ELEVY - Start.
*--------------------------------------------------------------------
 CF-CHECK-WAIVER			SECTION.
*--------------------------------------------------------------------
*#  Looks for a live waiver covering the discrepancy just found:
*#  L$_WS01_LOOKUP_PATH_NUM / L$_WS01_LOOKUP_RECORD_COUNTER from
*#  CD-LOOKUP-PATH-NUM, L$_WV01_CUR_OUT_REC and L$_WV01_CHECK_KIND
*#  set by the caller. The first waiver that covers it is charged
*#  with the hit.
*--------------------------------------------------------------------
 CF-00.

    SET L$_SW01_WAIVED_NO TO TRUE
    MOVE ZERO TO L$_WV01_HIT_IX

    PERFORM VARYING L$_WV01_IX FROM 1 BY 1
               UNTIL L$_WV01_IX > L$_WV01_CNT
                  OR L$_SW01_WAIVED_YES
        PERFORM CG-MATCH-ONE-WAIVER
    END-PERFORM
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-MATCH-ONE-WAIVER			SECTION.
*--------------------------------------------------------------------
*#  A byte-range waiver covers a content difference only: the two
*#  records must be equal once that range is blanked out in both.
*#  Missing, extra and count differences need a whole-record waiver.
*#  A count record covers every output record of its input record,
*#  so the waiver's output-record number is not checked for it.
*--------------------------------------------------------------------
 CG-00.

    IF NOT L$_WV01_LIVE(L$_WV01_IX)
       GO TO CG-EXIT
    END-IF

    IF L$_WV01_PATH_NUM(L$_WV01_IX) NOT = L$_WS01_LOOKUP_PATH_NUM
       GO TO CG-EXIT
    END-IF

    IF L$_WV01_METHOD_IX(L$_WV01_IX) > ZERO
   AND L$_WV01_METHOD_IX(L$_WV01_IX) NOT = L$_WS01_METHOD_IX
       GO TO CG-EXIT
    END-IF

    IF L$_WV01_RECORD_COUNTER(L$_WV01_IX) > ZERO
   AND L$_WV01_RECORD_COUNTER(L$_WV01_IX)
       NOT = L$_WS01_LOOKUP_RECORD_COUNTER
       GO TO CG-EXIT
    END-IF

    IF NOT L$_WV01_CHECK_COUNT
   AND L$_WV01_OUT_REC_NUM(L$_WV01_IX) > ZERO
   AND L$_WV01_OUT_REC_NUM(L$_WV01_IX) NOT = L$_WV01_CUR_OUT_REC
       GO TO CG-EXIT
    END-IF

    IF L$_WV01_FIELD_LEN(L$_WV01_IX) = ZERO
       GO TO CG-10
    END-IF

    IF NOT L$_WV01_CHECK_CONTENT
       GO TO CG-EXIT
    END-IF

    MOVE C_DATA_REC_1	TO L$_WV01_MASK_1
    MOVE C_DATA_REC_2	TO L$_WV01_MASK_2

    MOVE SPACES
      TO L$_WV01_MASK_1(L$_WV01_FIELD_POS(L$_WV01_IX):
                        L$_WV01_FIELD_LEN(L$_WV01_IX))
         L$_WV01_MASK_2(L$_WV01_FIELD_POS(L$_WV01_IX):
                        L$_WV01_FIELD_LEN(L$_WV01_IX))

    IF L$_WV01_MASK_1 NOT = L$_WV01_MASK_2
       GO TO CG-EXIT
    END-IF
    .
 CG-10.

    SET L$_SW01_WAIVED_YES TO TRUE
    MOVE L$_WV01_IX TO L$_WV01_HIT_IX
    ADD 1 TO L$_WV01_HITS(L$_WV01_IX)
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-WRITE-WAIVED-LINE			SECTION.
*--------------------------------------------------------------------
*#  The discrepancy text the caller built in MSG, marked WAIVED with
*#  the waiver and its ticket, so the report still shows everything
*#  that differed.
*--------------------------------------------------------------------
 CH-00.

    MOVE MSG	IN O_REPORT_REC TO L$_WV01_MSG_SAVE
    MOVE SPACES	TO MSG	IN O_REPORT_REC

    STRING "WAIVED ("				DELIMITED BY SIZE
           L$_WV01_WAIVER_ID(L$_WV01_HIT_IX)	DELIMITED BY SPACE
           " "					DELIMITED BY SIZE
           L$_WV01_TICKET_REF(L$_WV01_HIT_IX)	DELIMITED BY SPACE
           ") "					DELIMITED BY SIZE
           L$_WV01_MSG_SAVE			DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    END-STRING

    PERFORM CC-WRITE-REPORT-LINE

    ADD 1 TO L$_CT01_WAIVED
    .
 CH-EXIT.    EXIT.
* 15-OCT-2026 - TP_ELEVY - End.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
      INTO MSG	IN O_REPORT_REC
    PERFORM CC-WRITE-REPORT-LINE

* 15-OCT-2026 - TP_ELEVY - waived discrepancies are not counted above.
    MOVE SPACES	TO MSG	IN O_REPORT_REC
    STRING "Totals - discrepancies waived:" DELIMITED BY SIZE
           L$_CT01_WAIVED                   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CC-WRITE-REPORT-LINE

    PERFORM ZA-REPORT-FAILED-PATHS

* 15-AUG-2026 - TP_ELEVY - leave a per-path memory of this run behind
* for the ICA_TRB564_FLAKY_TREND weekly report.
    PERFORM ZB-WRITE-RESULTS-HST

* 15-OCT-2026 - TP_ELEVY - expired, unused and incomplete waivers.
    PERFORM ZD-WRITE-WAIVER-REPORT

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM CC-WRITE-REPORT-LINE
    DISPLAY "Total count records mismatched/missing/extra:",
            L$_CT01_COUNT_MISMATCH

    DISPLAY "Total discrepancies waived:",
            L$_CT01_WAIVED

    IF L$_SW01_DISCREPANCY_YES
       DISPLAY "*** DISCREPANCIES FOUND - see " L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

    CLOSE C_INPUT_CHECK_FILE

* 15-OCT-2026 - TP_ELEVY - L$_WS01_RUN_DATE is now set once, by
*              BB-SET-RUN-DATE at B-INIT.
    PERFORM ZC-OPEN-RESULTS-HST

    PERFORM VARYING L$_WS01_PATH_IX FROM 1 BY 1
    .
 ZC-EXIT.    EXIT.
* 15-AUG-2026 - TP_ELEVY - End.
* 15-OCT-2026 - TP_ELEVY - Start.
*--------------------------------------------------------------------
 ZD-WRITE-WAIVER-REPORT		SECTION.
*--------------------------------------------------------------------
*#  Housekeeping list for the analysts, so waivers do not pile up:
*#  every expired or incomplete entry, and every live entry this run
*#  never needed. Hit waivers are counted only.
 ZD-00.

    OPEN OUTPUT O_WAIVER_RPT_FILE
    DISPLAY "Open Output File: " L$_O_WAIVER_RPT_NAME

    MOVE "ICA_TRB562_COMPARE_HIST waiver register housekeeping report"
      TO MSG	IN O_WAIVER_RPT_REC
    WRITE O_WAIVER_RPT_REC

    MOVE SPACES	TO MSG	IN O_WAIVER_RPT_REC
    STRING "RUN DATE: "		DELIMITED BY SIZE
           L$_WS01_RUN_DATE	DELIMITED BY SIZE
           "  WAIVERS ON REGISTER: " DELIMITED BY SIZE
           L$_WV01_CNT		DELIMITED BY SIZE
      INTO MSG	IN O_WAIVER_RPT_REC
    WRITE O_WAIVER_RPT_REC

    PERFORM VARYING L$_WV01_IX FROM 1 BY 1
               UNTIL L$_WV01_IX > L$_WV01_CNT
        MOVE SPACES	TO MSG	IN O_WAIVER_RPT_REC
        EVALUATE TRUE
            WHEN L$_WV01_EXPIRED(L$_WV01_IX)
                STRING "EXPIRED     " DELIMITED BY SIZE
                       L$_WV01_WAIVER_ID(L$_WV01_IX)   DELIMITED BY SIZE
                       " PATH "			       DELIMITED BY SIZE
                       L$_WV01_PATH_NUM(L$_WV01_IX)    DELIMITED BY SIZE
                       " TICKET "		       DELIMITED BY SIZE
                       L$_WV01_TICKET_REF(L$_WV01_IX)  DELIMITED BY SIZE
                       " APPROVER "		       DELIMITED BY SIZE
                       L$_WV01_APPROVER(L$_WV01_IX)    DELIMITED BY SIZE
                       " EXPIRED "		       DELIMITED BY SIZE
                       L$_WV01_EXPIRY_DATE(L$_WV01_IX) DELIMITED BY SIZE
                  INTO MSG	IN O_WAIVER_RPT_REC
                WRITE O_WAIVER_RPT_REC

            WHEN L$_WV01_INCOMPLETE(L$_WV01_IX)
                STRING "INCOMPLETE  " DELIMITED BY SIZE
                       L$_WV01_WAIVER_ID(L$_WV01_IX)   DELIMITED BY SIZE
                       " PATH "			       DELIMITED BY SIZE
                       L$_WV01_PATH_NUM(L$_WV01_IX)    DELIMITED BY SIZE
                       " TICKET "		       DELIMITED BY SIZE
                       L$_WV01_TICKET_REF(L$_WV01_IX)  DELIMITED BY SIZE
                       " APPROVER "		       DELIMITED BY SIZE
                       L$_WV01_APPROVER(L$_WV01_IX)    DELIMITED BY SIZE
                       " - NOT APPLIED, CHECK THE ENTRY" DELIMITED BY SIZE
                  INTO MSG	IN O_WAIVER_RPT_REC
                WRITE O_WAIVER_RPT_REC

            WHEN L$_WV01_HITS(L$_WV01_IX) = ZERO
                STRING "NEVER HIT   " DELIMITED BY SIZE
                       L$_WV01_WAIVER_ID(L$_WV01_IX)   DELIMITED BY SIZE
                       " PATH "			       DELIMITED BY SIZE
                       L$_WV01_PATH_NUM(L$_WV01_IX)    DELIMITED BY SIZE
                       " TICKET "		       DELIMITED BY SIZE
                       L$_WV01_TICKET_REF(L$_WV01_IX)  DELIMITED BY SIZE
                       " APPROVER "		       DELIMITED BY SIZE
                       L$_WV01_APPROVER(L$_WV01_IX)    DELIMITED BY SIZE
                       " EXPIRES "		       DELIMITED BY SIZE
                       L$_WV01_EXPIRY_DATE(L$_WV01_IX) DELIMITED BY SIZE
                  INTO MSG	IN O_WAIVER_RPT_REC
                WRITE O_WAIVER_RPT_REC

            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM

    IF L$_WV01_SKIPPED > ZERO
       MOVE SPACES	TO MSG	IN O_WAIVER_RPT_REC
       STRING "REGISTER OVER 200 ENTRIES - NOT LOADED: " DELIMITED BY SIZE
              L$_WV01_SKIPPED				  DELIMITED BY SIZE
         INTO MSG	IN O_WAIVER_RPT_REC
       WRITE O_WAIVER_RPT_REC
    END-IF

    CLOSE O_WAIVER_RPT_FILE
    .
 ZD-EXIT.    EXIT.
* 15-OCT-2026 - TP_ELEVY - End.
*--------------------------------------------------------------------
 Z-EXIT.    EXIT.
