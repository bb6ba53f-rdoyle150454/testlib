*********************************************************************
******* PROGRAM_NAME: [ICA_TRB568_ELAPSED_TREND.COB] ****************
*                                                                   *
*                                    [TR sub-system]                *
*        Per-path slowdown report for the TRB561 suite             *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  TRB562 and TRB564 say whether a path passed; nothing said that   *
*  a path now takes four times as long as it did last month, which  *
*  is how production slowdowns first show up.  ICA_TRB561_CHECK_HIST *
*  now appends start/end times for every path and every method pass *
*  to the elapsed-time history.  For one run this program:          *
*    1. finds the run's baseline - the run promoted into it by      *
*       ICA_TRB563_PROMOTE_BASELINE (latest promotion log record    *
*       whose target is this run), unless one is given explicitly;  *
*    2. sums each path's elapsed time per method for both runs and  *
*       reports baseline, current and the change;                   *
*    3. flags SLOWER every path whose time grew beyond             *
*       SLOWDOWN_PCT percent of its baseline time (paths whose      *
*       baseline is under MIN_ELAPSED_SEC are reported but not      *
*       judged - sub-second timings are mostly noise);              *
*    4. when the operator asks (FAIL_ON_SLOWDOWN = "Y"), appends a  *
*       FAIL record for each slowed path to TRB562's results        *
*       history and ends FAILURE - the same way a content mismatch  *
*       fails the suite, so TRB563 refuses to promote the run and   *
*       TRB564 counts the failure.                                  *
*  With no baseline, or no timings for either run, the report says  *
*  so and the run ends normally - there is nothing to judge.        *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       OPER_ID             I    the CHECK_HIST run to judge.       *
*       BASELINE_OPER_ID    I    run to compare against.  Zero/not  *
*                                 supplied - taken from the TRB563  *
*                                 promotion log.                    *
*       SLOWDOWN_PCT        I    allowed growth, percent.  Zero/not *
*                                 supplied defaults to 50.          *
*       MIN_ELAPSED_SEC     I    baseline seconds below which a     *
*                                 path is not judged.  Zero/not     *
*                                 supplied defaults to 1.           *
*       FAIL_ON_SLOWDOWN    I    "Y" - a slowed path fails the      *
*                                 suite; anything else reports only.*
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_ELAPSED_HST_FILE       I   TRB561's elapsed-time history. *
*       I_PROMO_LOG_FILE         I   TRB563's promotion log.        *
*       O_RESULTS_HST_FILE       O   TRB562's results history.      *
*       O_REPORT_FILE            O   slowdown report.               *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB568_ELAPSED_TREND.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   TRB561's persistent elapsed-time history.
    SELECT I_ELAPSED_HST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   TRB563's promotion log - read only to find this run's baseline.
    SELECT I_PROMO_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   TRB562's results history - FAIL records for slowed paths are
*   appended here when the operator asked for slowdowns to fail.
    SELECT O_RESULTS_HST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Slowdown report.
    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Used only to probe whether the history/log files above exist
*   before they are opened - the name under test is MOVEd into
*   L$_PROBE_NAME first; no DECLARATIVES of its own.
    SELECT O_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Same hand-kept record convention ICA_TRB561_CHECK_HIST writes.
*     ET_PATH_NUM 00 - the whole method pass.
 FD I_ELAPSED_HST_FILE
    VALUE OF ID IS L$_ELAPSED_HST_NAME.
 01 I_ELAPSED_HST_REC.
    03 ET_RUN_DATE                 PIC 9(08).
    03 ET_OPER_ID                  PIC 9(16).
    03 ET_METHOD_IX                PIC 9(01).
    03 ET_PATH_NUM                 PIC 9(02).
    03 ET_REC_NUMBER               PIC 9(07).
    03 ET_START_TMSP               PIC S9(11)V9(07) COMP.
    03 ET_END_TMSP                 PIC S9(11)V9(07) COMP.
    03 ET_ELAPSED_SEC              PIC 9(07)V9(02).
    03 ET_RESUMED                  PIC X(01).
       88 ET_RESUMED_YES		    VALUE "Y".

*   Same hand-kept record convention ICA_TRB563_PROMOTE_BASELINE
*   writes.
 FD I_PROMO_LOG_FILE
    VALUE OF ID IS L$_PROMO_LOG_NAME.
 01 I_PROMO_LOG_REC.
    03 PL_PASSED_OPER_ID           PIC 9(16).
    03 PL_TARGET_OPER_ID           PIC 9(16).
    03 PL_PROMOTED_BY              PIC X(12).
    03 PL_PROMOTE_TMSP             PIC S9(11)V9(07) COMP.
    03 PL_PATHS_VERIFIED           PIC 9(03).

*   Same hand-kept record convention ICA_TRB562_COMPARE_HIST writes.
 FD O_RESULTS_HST_FILE
    VALUE OF ID IS L$_RESULTS_HST_NAME.
 01 O_RESULTS_HST_REC.
    03 RH_RUN_DATE                 PIC 9(08).
    03 RH_OPER_ID                  PIC 9(16).
    03 RH_PATH_NUM                 PIC 9(02).
    03 RH_STATUS                   PIC X(01).
       88 RH_STATUS_PASS		    VALUE "P".
       88 RH_STATUS_FAIL		    VALUE "F".

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

 FD O_PROBE_FILE
    VALUE OF ID IS L$_PROBE_NAME.
 01 O_PROBE_REC                     PIC X(01).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_ELAPSED_HST_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB561_ELAPSED_HST.DAT".

 01 L$_PROMO_LOG_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB563_PROMO_LOG.DAT".

 01 L$_RESULTS_HST_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB561_RESULTS_HST.DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB561_SLOW_".
    03 L$_WS01_RPT_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_PROBE_NAME                   PIC X(42).
 01 L$_PROBE_STATUS                 PIC X(02).
    88 L$_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_OPER_ID                 PIC 9(16).
 01 L$_WS01_BASELINE_OPER_ID        PIC 9(16)       VALUE 0.
 01 L$_WS01_SLOWDOWN_PCT            PIC 9(03)       VALUE 50.
 01 L$_WS01_MIN_ELAPSED_SEC         PIC 9(05)       VALUE 1.
 01 L$_WS01_RUN_DATE                PIC 9(08).

 01 L$_WS01_METHOD_IX               PIC 9(01)       VALUE 0.
 01 L$_WS01_PATH_IX                 PIC 9(03)       VALUE 0.

*   Per-method, per-path elapsed seconds for both runs; a path that
*   appears on several input records is summed.  Entry 100 of each
*   method holds the whole-pass (path 00) time.
 01 L$_WS01_TIME_TBL.
    03 L$_WS01_METHOD_ENTRY  OCCURS 9 TIMES.
       05 L$_WS01_PATH_ENTRY  OCCURS 100 TIMES.
          07 L$_WS01_BASE_SEC       PIC 9(07)V9(02).
          07 L$_WS01_CURR_SEC       PIC 9(07)V9(02).
          07 L$_WS01_BASE_SEEN      PIC 9(01).
          07 L$_WS01_CURR_SEEN      PIC 9(01).

*   one flag per path number, set when the path slowed in any method,
*   so each slowed path gets one results-history FAIL record.
 01 L$_WS01_PATH_SLOW_TABLE.
    03 L$_WS01_PATH_SLOW_FLAG  OCCURS 99 TIMES PIC 9 VALUE 0.

 01 L$_WS01_LIMIT_SEC               PIC 9(09)V9(02).
 01 L$_WS01_CHANGE_PCT              PIC S9(05).

 01 L$_ED01_EDITED.
    03 L$_ED01_BASE_SEC             PIC Z(06)9.99.
    03 L$_ED01_CURR_SEC             PIC Z(06)9.99.
    03 L$_ED01_CHANGE_PCT           PIC -(05)9.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_HST               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_HST_NO		    VALUE 0.
       88 L$_SW01_EOF_HST_YES		    VALUE 1.
    03 L$_SW01_EOF_PROMO             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PROMO_NO		    VALUE 0.
       88 L$_SW01_EOF_PROMO_YES		    VALUE 1.
    03 L$_SW01_FAIL_ON_SLOW          PIC 9(01)       VALUE 0.
       88 L$_SW01_FAIL_ON_SLOW_NO		    VALUE 0.
       88 L$_SW01_FAIL_ON_SLOW_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_REC_READ              PIC 9(09).
    03 L$_CT01_PATHS_COMPARED        PIC 9(05).
    03 L$_CT01_PATHS_SLOWER          PIC 9(05).
    03 L$_CT01_PATHS_NOT_JUDGED      PIC 9(05).
    03 L$_CT01_FAIL_RECS             PIC 9(05).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start record
*   from B-INIT, one end record with the run's counters from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box), in the
*   ICA_TRB568_ELAPSED_TREND_INP group:
*     OPER_ID           PIC 9(16).
*     BASELINE_OPER_ID  PIC 9(16).
*     SLOWDOWN_PCT      PIC 9(03).
*     MIN_ELAPSED_SEC   PIC 9(05).
*     FAIL_ON_SLOWDOWN  PIC X(01).
 COPY 'ICA_CDD_WKSP:ICA_TRB568_ELAPSED_TREND_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB568_ELAPSED_TREND_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_ELAPSED_HST_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_ELAPSED_HST_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON I_PROMO_LOG_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_PROMO_LOG_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_RESULTS_HST_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_RESULTS_HST_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 004.
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
       MOVE "Sec:DECLARATIVES 004-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN		    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-FIND-BASELINE

    IF L$_WS01_BASELINE_OPER_ID > ZERO
       PERFORM D-READ-ELAPSED-HST

       PERFORM E-JUDGE-PATHS

       IF L$_SW01_FAIL_ON_SLOW_YES
      AND L$_CT01_PATHS_SLOWER > ZERO
          PERFORM F-FAIL-SLOW-PATHS
       END-IF
    END-IF

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB568_ELAPSED_TREND.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_TIME_TBL
               L$_WS01_PATH_SLOW_TABLE

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE OPER_ID            IN ICA_TRB568_ELAPSED_TREND_INP
      TO L$_WS01_OPER_ID
         L$_WS01_RPT_OPER_ID

    MOVE BASELINE_OPER_ID   IN ICA_TRB568_ELAPSED_TREND_INP
      TO L$_WS01_BASELINE_OPER_ID

    IF SLOWDOWN_PCT         IN ICA_TRB568_ELAPSED_TREND_INP > ZERO
       MOVE SLOWDOWN_PCT    IN ICA_TRB568_ELAPSED_TREND_INP
         TO L$_WS01_SLOWDOWN_PCT
    END-IF

    IF MIN_ELAPSED_SEC      IN ICA_TRB568_ELAPSED_TREND_INP > ZERO
       MOVE MIN_ELAPSED_SEC IN ICA_TRB568_ELAPSED_TREND_INP
         TO L$_WS01_MIN_ELAPSED_SEC
    END-IF

    IF FAIL_ON_SLOWDOWN     IN ICA_TRB568_ELAPSED_TREND_INP = "Y"
       SET L$_SW01_FAIL_ON_SLOW_YES TO TRUE
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "ICA_TRB561_CHECK_HIST suite - per-path slowdown report"
      TO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "RUN: " L$_WS01_OPER_ID
           "  SLOWDOWN LIMIT: " L$_WS01_SLOWDOWN_PCT "%"
           "  MIN BASELINE SECONDS: " L$_WS01_MIN_ELAPSED_SEC
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    IF L$_SW01_FAIL_ON_SLOW_YES
       MOVE "A SLOWED PATH FAILS THE SUITE"
         TO MSG	IN O_REPORT_REC
    ELSE
       MOVE "REPORT ONLY - A SLOWED PATH DOES NOT FAIL THE SUITE"
         TO MSG	IN O_REPORT_REC
    END-IF
    PERFORM DC-WRITE-REPORT-LINE

*   central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB568_ELAPSED_TREND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-FIND-BASELINE			SECTION.
*--------------------------------------------------------------------
*#  The baseline of a run is the run TRB563 promoted into it: the
*#  candidate's NEW files became this run's OLD files.  The log is
*#  append-only, so the last matching record is the latest promotion.
 C-00.

    IF L$_WS01_BASELINE_OPER_ID > ZERO
       GO TO C-10
    END-IF

    MOVE L$_PROMO_LOG_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE

    IF NOT L$_PROBE_FOUND
       GO TO C-10
    END-IF

    CLOSE O_PROBE_FILE

    OPEN INPUT I_PROMO_LOG_FILE
    DISPLAY "Open Input File: " L$_PROMO_LOG_NAME

    PERFORM UNTIL L$_SW01_EOF_PROMO_YES
       READ I_PROMO_LOG_FILE
          AT END
             SET L$_SW01_EOF_PROMO_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PROMO_NO
      AND PL_TARGET_OPER_ID = L$_WS01_OPER_ID
          MOVE PL_PASSED_OPER_ID TO L$_WS01_BASELINE_OPER_ID
       END-IF
    END-PERFORM

    CLOSE I_PROMO_LOG_FILE
    .
 C-10.

    MOVE SPACES  TO MSG  IN O_REPORT_REC

    IF L$_WS01_BASELINE_OPER_ID > ZERO
       STRING "BASELINE RUN: " L$_WS01_BASELINE_OPER_ID
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       MOVE "NO BASELINE RUN ON RECORD - NOTHING TO COMPARE AGAINST"
         TO MSG	IN O_REPORT_REC
    END-IF

    PERFORM DC-WRITE-REPORT-LINE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-READ-ELAPSED-HST			SECTION.
*--------------------------------------------------------------------
*#  Only the two runs of interest are accumulated.  A pass record
*#  flagged as resumed from a checkpoint covers part of the input
*#  file only, so it is left out of the whole-pass figures.
 D-00.

    MOVE L$_ELAPSED_HST_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE

    IF NOT L$_PROBE_FOUND
       MOVE "NO ELAPSED-TIME HISTORY ON RECORD"
         TO MSG	IN O_REPORT_REC
       PERFORM DC-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    CLOSE O_PROBE_FILE

    OPEN INPUT I_ELAPSED_HST_FILE
    DISPLAY "Open Input File: " L$_ELAPSED_HST_NAME

    PERFORM UNTIL L$_SW01_EOF_HST_YES
       READ I_ELAPSED_HST_FILE
          AT END
             SET L$_SW01_EOF_HST_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_HST_NO
          ADD 1 TO L$_CT01_REC_READ
          PERFORM DA-ACCUM-ONE-TIMING
       END-IF
    END-PERFORM

    CLOSE I_ELAPSED_HST_FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-ACCUM-ONE-TIMING			SECTION.
*--------------------------------------------------------------------
 DA-00.

    IF ET_OPER_ID NOT = L$_WS01_OPER_ID
   AND ET_OPER_ID NOT = L$_WS01_BASELINE_OPER_ID
       GO TO DA-EXIT
    END-IF

    IF ET_METHOD_IX = ZERO OR ET_PATH_NUM > 99
       GO TO DA-EXIT
    END-IF

    IF ET_PATH_NUM = ZERO
       IF ET_RESUMED_YES
          GO TO DA-EXIT
       END-IF
       MOVE 100 TO L$_WS01_PATH_IX
    ELSE
       MOVE ET_PATH_NUM TO L$_WS01_PATH_IX
    END-IF

    MOVE ET_METHOD_IX TO L$_WS01_METHOD_IX

    IF ET_OPER_ID = L$_WS01_OPER_ID
       ADD ET_ELAPSED_SEC
         TO L$_WS01_CURR_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
       MOVE 1
         TO L$_WS01_CURR_SEEN(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
    ELSE
       ADD ET_ELAPSED_SEC
         TO L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
       MOVE 1
         TO L$_WS01_BASE_SEEN(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
    END-IF
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 DC-00.

    WRITE O_REPORT_REC
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-JUDGE-PATHS				SECTION.
*--------------------------------------------------------------------
 E-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_METHOD_IX FROM 1 BY 1
               UNTIL L$_WS01_METHOD_IX > 9
       PERFORM VARYING L$_WS01_PATH_IX FROM 1 BY 1
                  UNTIL L$_WS01_PATH_IX > 100
          IF L$_WS01_CURR_SEEN(L$_WS01_METHOD_IX, L$_WS01_PATH_IX) = 1
             PERFORM EA-JUDGE-ONE-PATH
          END-IF
       END-PERFORM
    END-PERFORM
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-JUDGE-ONE-PATH			SECTION.
*--------------------------------------------------------------------
*#  Slower means the current time exceeds the baseline time by more
*#  than L$_WS01_SLOWDOWN_PCT percent.  The whole-pass line (entry
*#  100) is reported for context only and never fails the suite.
 EA-00.

    MOVE L$_WS01_CURR_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
      TO L$_ED01_CURR_SEC

    MOVE SPACES  TO MSG  IN O_REPORT_REC

    IF L$_WS01_BASE_SEEN(L$_WS01_METHOD_IX, L$_WS01_PATH_IX) = 0
       ADD 1 TO L$_CT01_PATHS_NOT_JUDGED
       IF L$_WS01_PATH_IX = 100
          STRING "METHOD " L$_WS01_METHOD_IX
                 " WHOLE PASS  CURRENT " L$_ED01_CURR_SEC
                 " SEC  - NO BASELINE TIMING"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
       ELSE
          STRING "METHOD " L$_WS01_METHOD_IX
                 " PATH " L$_WS01_PATH_IX
                 "  CURRENT " L$_ED01_CURR_SEC
                 " SEC  - NO BASELINE TIMING"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
       END-IF
       PERFORM DC-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    MOVE L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
      TO L$_ED01_BASE_SEC

    IF L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX) = ZERO
       MOVE ZERO TO L$_WS01_CHANGE_PCT
    ELSE
       COMPUTE L$_WS01_CHANGE_PCT ROUNDED =
          (L$_WS01_CURR_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
         - L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX))
         * 100
         / L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
           ON SIZE ERROR
              MOVE 99999 TO L$_WS01_CHANGE_PCT
       END-COMPUTE
    END-IF

    MOVE L$_WS01_CHANGE_PCT TO L$_ED01_CHANGE_PCT

    IF L$_WS01_PATH_IX = 100
       STRING "METHOD " L$_WS01_METHOD_IX
              " WHOLE PASS  BASELINE " L$_ED01_BASE_SEC
              " SEC  CURRENT " L$_ED01_CURR_SEC
              " SEC  CHANGE " L$_ED01_CHANGE_PCT "%"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM DC-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    ADD 1 TO L$_CT01_PATHS_COMPARED

    COMPUTE L$_WS01_LIMIT_SEC ROUNDED =
            L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
          * (100 + L$_WS01_SLOWDOWN_PCT) / 100

    EVALUATE TRUE
        WHEN L$_WS01_BASE_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
             < L$_WS01_MIN_ELAPSED_SEC
            STRING "METHOD " L$_WS01_METHOD_IX
                   " PATH " L$_WS01_PATH_IX
                   "  BASELINE " L$_ED01_BASE_SEC
                   " SEC  CURRENT " L$_ED01_CURR_SEC
                   " SEC  CHANGE " L$_ED01_CHANGE_PCT "%"
                   "  (UNDER MINIMUM - NOT JUDGED)"
              DELIMITED BY SIZE
              INTO MSG  IN O_REPORT_REC

        WHEN L$_WS01_CURR_SEC(L$_WS01_METHOD_IX, L$_WS01_PATH_IX)
             > L$_WS01_LIMIT_SEC
            ADD 1 TO L$_CT01_PATHS_SLOWER
            MOVE 1 TO L$_WS01_PATH_SLOW_FLAG(L$_WS01_PATH_IX)
            STRING "METHOD " L$_WS01_METHOD_IX
                   " PATH " L$_WS01_PATH_IX
                   "  BASELINE " L$_ED01_BASE_SEC
                   " SEC  CURRENT " L$_ED01_CURR_SEC
                   " SEC  CHANGE " L$_ED01_CHANGE_PCT "%"
                   "  ** SLOWER **"
              DELIMITED BY SIZE
              INTO MSG  IN O_REPORT_REC

        WHEN OTHER
            STRING "METHOD " L$_WS01_METHOD_IX
                   " PATH " L$_WS01_PATH_IX
                   "  BASELINE " L$_ED01_BASE_SEC
                   " SEC  CURRENT " L$_ED01_CURR_SEC
                   " SEC  CHANGE " L$_ED01_CHANGE_PCT "%"
              DELIMITED BY SIZE
              INTO MSG  IN O_REPORT_REC
    END-EVALUATE

    PERFORM DC-WRITE-REPORT-LINE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-FAIL-SLOW-PATHS			SECTION.
*--------------------------------------------------------------------
*#  One FAIL record per slowed path, in TRB562's own results-history
*#  format, so the slowdown stops promotion in TRB563 and shows in
*#  TRB564's trend exactly like a content mismatch would.  The
*#  history accumulates every run ever made - probe and pick OUTPUT
*#  or EXTEND, same as TRB562's ZC-OPEN-RESULTS-HST.
 F-00.

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

    MOVE L$_RESULTS_HST_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE

    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_RESULTS_HST_FILE
    ELSE
       OPEN OUTPUT O_RESULTS_HST_FILE
    END-IF

    PERFORM VARYING L$_WS01_PATH_IX FROM 1 BY 1
               UNTIL L$_WS01_PATH_IX > 99
        IF L$_WS01_PATH_SLOW_FLAG(L$_WS01_PATH_IX) = 1
            MOVE L$_WS01_RUN_DATE	TO RH_RUN_DATE
            MOVE L$_WS01_OPER_ID	TO RH_OPER_ID
            MOVE L$_WS01_PATH_IX	TO RH_PATH_NUM
            SET RH_STATUS_FAIL TO TRUE
            WRITE O_RESULTS_HST_REC
            ADD 1 TO L$_CT01_FAIL_RECS
        END-IF
    END-PERFORM

    CLOSE O_RESULTS_HST_FILE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "SLOWED PATHS RECORDED AS FAILED IN THE RESULTS HISTORY: "
           L$_CT01_FAIL_RECS
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total timing records read:" DELIMITED BY SIZE
           L$_CT01_REC_READ             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total paths compared:" DELIMITED BY SIZE
           L$_CT01_PATHS_COMPARED  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total paths slower than the limit:" DELIMITED BY SIZE
           L$_CT01_PATHS_SLOWER                 DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total paths with no baseline timing:" DELIMITED BY SIZE
           L$_CT01_PATHS_NOT_JUDGED               DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM DC-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total timing records read:", L$_CT01_REC_READ
    DISPLAY "Total paths compared:", L$_CT01_PATHS_COMPARED
    DISPLAY "Total paths slower than the limit:", L$_CT01_PATHS_SLOWER
    DISPLAY "Total paths with no baseline timing:",
            L$_CT01_PATHS_NOT_JUDGED

*   a slowdown fails the suite only when the operator asked for it.
    IF L$_CT01_FAIL_RECS > ZERO
       DISPLAY "** SLOWDOWN - ", L$_CT01_PATHS_SLOWER,
               " path timing(s) beyond the ", L$_WS01_SLOWDOWN_PCT,
               "% limit - see ", L$_O_REPORT_FILE_NAME
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

*   central run registry end record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB568_ELAPSED_TREND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REC_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_FAIL_RECS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_PATHS_SLOWER
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB568_ELAPSED_TREND.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
