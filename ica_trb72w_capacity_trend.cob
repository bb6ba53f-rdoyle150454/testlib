*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72W_CAPACITY_TREND.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*            Weekly batch volume and capacity trend report         *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRB71W_SLA_MONITOR says that last night was late; nothing   *
*  said that a program's window will break next quarter.  Once a  *
*  week this report takes, for every program TRB71W monitors (the  *
*  same operations-kept schedule, ICA_TRB71W_SCHEDULE.DAT):         *
*                                                                   *
*    - from the central run registry (ICA_TRF712_RUN_REG), every   *
*      run that ended in the week: the start-to-end duration (an   *
*      end event paired with the program's latest start before     *
*      it) and the records read and written;                        *
*    - from the week's TRB71I metrics feed (EF-WRITE-METRICS-FEED),*
*      records read and MT_ELAPSED_SEC per ADC source and type;     *
*                                                                   *
*  keeps the week in a capacity history (one record per program    *
*  and per source/type per week; a rerun replaces its own week     *
*  through the house .TMP and RENAME swap), and measures each      *
*  against the oldest week on file inside the look-back:           *
*                                                                   *
*    VOLUME GROWTH   - records read per run, % per week;           *
*    THROUGHPUT      - elapsed seconds per thousand records read;  *
*    DURATION GROWTH - average run minutes gained per week;        *
*    PROJECTED DATE  - the week the average run, growing at that   *
*                      rate, first exceeds the program's batch     *
*                      window (latest acceptable end less expected *
*                      start, from the schedule).                  *
*                                                                   *
*  A program already over its window, or projected to cross it     *
*  within thirteen weeks, is flagged for the capacity review; the  *
*  report is informational and never fails the run.                *
*                                                                   *
*  The week is delimited by the binary timestamp of its first day's*
*  00:00 the invoking DCL procedure supplies, the same convention  *
*  TRB71W's DAY_START_TMSP follows; dates are stepped with the     *
*  binary delta technique of TRB711's SD-ROLL-TO-BUSINESS-DAY.     *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       WEEK_END_DATE       I    last day of the week, CCYYMMDD -   *
*                                 names the report and keys the     *
*                                 week in the history.              *
*       WEEK_START_TMSP     I    binary timestamp of the week's     *
*                                 first day 00:00, from the DCL.    *
*       METRICS_FILE_NAME   I    the week's concatenated TRB71I     *
*                                 metrics feed.  Spaces - no        *
*                                 source/type section.              *
*       LOOKBACK_WEEKS      I    weeks back the growth is measured  *
*                                 over.  Zero/not supplied          *
*                                 defaults to 13.                   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_SCHEDULE_FILE          I   TRB71W target schedule.        *
*       I_REGISTRY_FILE          I   central run registry.          *
*       I_METRICS_FILE           I   week's TRB71I metrics feed.    *
*       I_CAP_HIST_FILE          I   capacity history.              *
*       O_CAP_NEW_FILE           O   rewritten capacity history.    *
*       O_REPORT_FILE            O   capacity trend report.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72W_CAPACITY_TREND.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   TRB71W's target schedule - the monitored programs and their
*   windows.
    SELECT I_SCHEDULE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The central run registry ICA_TRF712_RUN_REG maintains.
    SELECT I_REGISTRY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       REG_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_REGISTRY_STATUS.

*   The week's TRB71I metrics - missing = no source/type section,
*   own status.
    SELECT I_METRICS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_METRICS_STATUS.

*   Capacity history - a missing file is the first week reported.
    SELECT I_CAP_HIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CAP_HIST_STATUS.

*   Rewritten capacity history, RENAMEd over the old one.
    SELECT O_CAP_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Capacity trend report.
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
*   Same hand-kept record convention ICA_TRB71W_SLA_MONITOR reads.
 FD I_SCHEDULE_FILE
    VALUE OF ID IS L$_SCHEDULE_FILE_NAME.
 01 I_SCHEDULE_REC.
    03 SCH_PROG_NAME                PIC X(26).
    03 SCH_START_MIN                PIC 9(04).
    03 SCH_LATEST_END_MIN           PIC 9(04).
    03 SCH_TYPICAL_MINS             PIC 9(04).
    03 SCH_CRITICAL_IND             PIC X(01).

*   Same hand-kept record convention ICA_TRF712_RUN_REG writes.
 FD I_REGISTRY_FILE
    VALUE OF ID IS L$_REGISTRY_NAME.
 01 I_REGISTRY_REC.
    03 REG_KEY.
       05 REG_PROG_NAME             PIC X(26).
       05 REG_EVENT_TMSP            PIC S9(11)V9(07) COMP.
    03 REG_RUN_KEY                  PIC X(26).
    03 REG_EVENT_TYPE               PIC X(01).
    03 REG_REC_READ                 PIC 9(09).
    03 REG_REC_WRITTEN              PIC 9(09).
    03 REG_REC_REJECTED             PIC 9(09).
    03 REG_FINAL_STATUS             PIC S9(09) COMP.

*   Same layout the TRB71I metrics feed writes
*   (EF-WRITE-METRICS-FEED).
 FD I_METRICS_FILE
    VALUE OF ID IS L$_I_METRICS_NAME.
 01 I_METRICS_REC.
    03 MT_TRNF_ID		PIC 9(06).
    03 MT_SRC_CODE		PIC 9(04).
    03 MT_TYPE_CODE		PIC 9(03).
    03 MT_REC_READ		PIC 9(09).
    03 MT_REC_875		PIC 9(09).
    03 MT_REC_ATR		PIC 9(09).
    03 MT_REC_ERROR		PIC 9(09).
    03 MT_ELAPSED_SEC		PIC S9(09)V9(02).
    03 MT_METRICS_DATE		PIC X(10).

*   One record per week per program ("P", key = program name) and
*   per ADC source/type ("M", key = source code + type code).
 FD I_CAP_HIST_FILE
    VALUE OF ID IS L$_CAP_HIST_NAME.
 01 I_CAP_HIST_REC.
    03 CH_WEEK_END_DATE             PIC 9(08).
    03 CH_WEEK_START_TMSP           PIC S9(11)V9(07) COMP.
    03 CH_KIND                      PIC X(01).
       88 CH_KIND_PROGRAM			    VALUE "P".
       88 CH_KIND_SOURCE			    VALUE "M".
    03 CH_KEY                       PIC X(26).
    03 CH_DATA.
       05 CH_RUNS                   PIC 9(05).
       05 CH_REC_READ               PIC 9(11).
       05 CH_REC_WRITTEN            PIC 9(11).
       05 CH_ELAPSED_SEC            PIC 9(09)V99.
       05 CH_MAX_SEC                PIC 9(07)V99.

 FD O_CAP_NEW_FILE
    VALUE OF ID IS L$_CAP_NEW_NAME.
 01 O_CAP_NEW_REC.
    03 CN_WEEK_END_DATE             PIC 9(08).
    03 CN_WEEK_START_TMSP           PIC S9(11)V9(07) COMP.
    03 CN_KIND                      PIC X(01).
    03 CN_KEY                       PIC X(26).
    03 CN_DATA                      PIC X(47).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_SCHEDULE_FILE_NAME           PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB71W_SCHEDULE.DAT".

 01 L$_REGISTRY_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_REGISTRY.IDX".

 01 L$_REGISTRY_STATUS              PIC X(02).
    88 L$_REGISTRY_OK			    VALUE "00".

 01 L$_I_METRICS_NAME               PIC X(54).

 01 L$_METRICS_STATUS               PIC X(02).
    88 L$_METRICS_FOUND			    VALUE "00".

 01 L$_CAP_HIST_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72W_CAP_HIST.DAT".

 01 L$_CAP_NEW_NAME                 PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72W_CAP_HIST.TMP".

 01 L$_CAP_HIST_STATUS              PIC X(02).
    88 L$_CAP_HIST_FOUND		    VALUE "00".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72W_CAP_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_WEEK_END_DATE           PIC 9(08).
 01 L$_WS01_LOOKBACK_WEEKS          PIC 9(02).

*   the week and the look-back, as binary timestamps.
 01 L$_WS01_WEEK_START_TMSP         PIC S9(11)V9(07) COMP.
 01 L$_WS01_WEEK_END_TMSP           PIC S9(11)V9(07) COMP.
 01 L$_WS01_LOOKBACK_TMSP           PIC S9(11)V9(07) COMP.

*   binary deltas, computed once: one second and one week.
 01 L$_TIME_STRING                  PIC X(16).
 01 L$_WS01_ONE_SECOND_DELTA        PIC S9(11)V9(07) COMP.
 01 L$_WS01_ONE_WEEK_DELTA          PIC S9(11)V9(07) COMP.

*   XA-MAKE-DAYS-DELTA / XB-STEP-FROM-WEEK-START work fields.
 01 L$_WS01_DELTA_DAYS              PIC 9(04).
 01 L$_WS01_DAYS_DELTA              PIC S9(11)V9(07) COMP.
 01 L$_WS01_STEP_OPERATOR           PIC X(01).
 01 L$_WS01_STEP_TMSP               PIC S9(11)V9(07) COMP.
 01 L$_WS01_STEP_YMD                PIC 9(08).

 01 L$_WS01_RUN_SEC                 PIC 9(07)V99.
 01 L$_WS01_WEEKS_BACK              PIC 9(03)V99.
 01 L$_WS01_CUR_AVG_MIN             PIC 9(05)V99.
 01 L$_WS01_BASE_AVG_MIN            PIC 9(05)V99.
 01 L$_WS01_MAX_MIN                 PIC 9(05)V99.
 01 L$_WS01_TARGET_MIN              PIC S9(05).
 01 L$_WS01_MIN_PER_WEEK            PIC S9(05)V99.
 01 L$_WS01_CUR_VOL                 PIC 9(11)V99.
 01 L$_WS01_BASE_VOL                PIC 9(11)V99.
 01 L$_WS01_VOL_PCT_WEEK            PIC S9(05)V99.
 01 L$_WS01_SEC_PER_K               PIC 9(07)V99.
 01 L$_WS01_WEEKS_TO_CROSS          PIC 9(05)V99.
 01 L$_WS01_WHOLE_WEEKS             PIC 9(05).
 01 L$_WS01_PROJECTION              PIC X(40).
 01 L$_WS01_ENTRY_KIND              PIC X(01).
 01 L$_WS01_ENTRY_KEY               PIC X(26).
 01 L$_WS01_ENTRY_KEY_RED REDEFINES L$_WS01_ENTRY_KEY.
    03 L$_WS01_KEY_SRC              PIC 9(04).
    03 L$_WS01_KEY_DASH             PIC X(01).
    03 L$_WS01_KEY_TYPE             PIC 9(03).
    03 FILLER                       PIC X(18).

*   one growth entry per monitored program (from the schedule) and
*   per ADC source/type (from the metrics feed): this week, and the
*   oldest week on file inside the look-back.
 01 L$_WS02_ENT_TBL.
    03 L$_WS02_ENT_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS02_ENT_FOUND            PIC 9(03)       VALUE 0.
    03 L$_WS02_ENT_ENTRY  OCCURS 250 TIMES
                          INDEXED BY L$_WS02_ENT_IDX.
       05 L$_WS02_ENT_KIND          PIC X(01).
          88 L$_WS02_ENT_PROGRAM		    VALUE "P".
          88 L$_WS02_ENT_SOURCE			    VALUE "M".
       05 L$_WS02_ENT_KEY           PIC X(26).
       05 L$_WS02_ENT_TARGET_MIN    PIC S9(05).
       05 L$_WS02_ENT_START_SEEN    PIC 9(01).
          88 L$_WS02_ENT_START_SEEN_NO		    VALUE 0.
          88 L$_WS02_ENT_START_SEEN_YES		    VALUE 1.
       05 L$_WS02_ENT_START_TMSP    PIC S9(11)V9(07) COMP.
       05 L$_WS02_ENT_CUR.
          07 L$_WS02_CUR_RUNS       PIC 9(05).
          07 L$_WS02_CUR_REC_READ   PIC 9(11).
          07 L$_WS02_CUR_REC_WRITTEN PIC 9(11).
          07 L$_WS02_CUR_ELAPSED_SEC PIC 9(09)V99.
          07 L$_WS02_CUR_MAX_SEC    PIC 9(07)V99.
       05 L$_WS02_BASE_FOUND        PIC 9(01).
          88 L$_WS02_BASE_FOUND_NO		    VALUE 0.
          88 L$_WS02_BASE_FOUND_YES		    VALUE 1.
       05 L$_WS02_BASE_DATE         PIC 9(08).
       05 L$_WS02_BASE_TMSP         PIC S9(11)V9(07) COMP.
       05 L$_WS02_ENT_BASE          PIC X(47).
       05 L$_WS02_ENT_BASE_RED REDEFINES L$_WS02_ENT_BASE.
          07 L$_WS02_BASE_RUNS      PIC 9(05).
          07 L$_WS02_BASE_REC_READ  PIC 9(11).
          07 L$_WS02_BASE_REC_WRITTEN PIC 9(11).
          07 L$_WS02_BASE_ELAPSED_SEC PIC 9(09)V99.
          07 L$_WS02_BASE_MAX_SEC   PIC 9(07)V99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SCHED             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SCHED_NO			    VALUE 0.
       88 L$_SW01_EOF_SCHED_YES			    VALUE 1.
    03 L$_SW01_EOF_REG               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_REG_NO			    VALUE 0.
       88 L$_SW01_EOF_REG_YES			    VALUE 1.
    03 L$_SW01_EOF_METRICS           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_METRICS_NO		    VALUE 0.
       88 L$_SW01_EOF_METRICS_YES		    VALUE 1.
    03 L$_SW01_EOF_HIST              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_HIST_NO			    VALUE 0.
       88 L$_SW01_EOF_HIST_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_REG_EVENTS_READ       PIC 9(09).
    03 L$_CT01_RUNS_MEASURED         PIC 9(09).
    03 L$_CT01_METRICS_READ          PIC 9(09).
    03 L$_CT01_PROGS_FLAGGED         PIC 9(05).

 01 LD$_CNT                         PIC Z(10)9.
 01 LD$_CNT2                        PIC Z(10)9.
 01 LD$_MIN                         PIC Z(04)9.99.
 01 LD$_MIN2                        PIC Z(04)9.99.
 01 LD$_TGT                         PIC Z(04)9.
 01 LD$_GROW                        PIC -(04)9.99.
 01 LD$_PCT                         PIC -(04)9.99.
 01 LD$_SECK                        PIC Z(06)9.99.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_APPLY_DELTA_TIME_WKSP'       FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

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

*   New dictionary member. Assumed shape (see Parameters box):
*     WEEK_END_DATE     - last day of the week, CCYYMMDD.
*     WEEK_START_TMSP   - binary timestamp of the week's first 00:00.
*     METRICS_FILE_NAME - the week's concatenated TRB71I metrics.
*     LOOKBACK_WEEKS    - growth look-back, weeks.
 COPY 'ICA_CDD_WKSP:ICA_TRB72W_CAPACITY_TREND_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72W_CAPACITY_TREND_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_SCHEDULE_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_SCHEDULE_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_CAP_NEW_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_CAP_NEW_NAME
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

    PERFORM C-SWEEP-REGISTRY

    PERFORM D-LOAD-METRICS

    PERFORM E-UPDATE-CAP-HISTORY

    PERFORM F-REPORT-PROGRAMS

    PERFORM G-REPORT-SOURCES

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72W_CAPACITY_TREND.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS02_ENT_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE WEEK_END_DATE	    IN ICA_TRB72W_CAPACITY_TREND_INP
      TO L$_WS01_WEEK_END_DATE
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    MOVE WEEK_START_TMSP    IN ICA_TRB72W_CAPACITY_TREND_INP
      TO L$_WS01_WEEK_START_TMSP

    MOVE METRICS_FILE_NAME  IN ICA_TRB72W_CAPACITY_TREND_INP
      TO L$_I_METRICS_NAME

    MOVE LOOKBACK_WEEKS     IN ICA_TRB72W_CAPACITY_TREND_INP
      TO L$_WS01_LOOKBACK_WEEKS
    IF L$_WS01_LOOKBACK_WEEKS = ZERO
       MOVE 13 TO L$_WS01_LOOKBACK_WEEKS
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "TR batch volume and capacity trend - weekly report"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "WEEK ENDING: " L$_WS01_WEEK_END_DATE
           "   LOOK-BACK (WEEKS): " L$_WS01_LOOKBACK_WEEKS
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72W_CAPACITY_TREND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_WEEK_END_DATE
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-MAKE-DELTAS

    PERFORM BB-LOAD-SCHEDULE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-MAKE-DELTAS				SECTION.
*--------------------------------------------------------------------
*# one second and one week as binary deltas, then the week's end
*# and the look-back's start as timestamps.
 BA-00.

    MOVE  "0000 00:00:01.00"
      TO  L$_TIME_STRING

    MOVE  L$_TIME_STRING
      TO  SP$_DELTA_TIME_C23            IN  UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING    UTL_CVT_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL   IN UTL_CVT_DELTA_TIME_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:BA-MAKE-DELTA'
          TO  SP$_ACW_FREE_TEXT IN UTL_CONTROL_ACW(1:40)
        PERFORM  Z-FINISH
    END-IF

    MOVE  SP$_DELTA_TIME                IN  UTL_CVT_DELTA_TIME_WKSP
      TO  L$_WS01_ONE_SECOND_DELTA

    MOVE 7 TO L$_WS01_DELTA_DAYS
    PERFORM XA-MAKE-DAYS-DELTA
    MOVE L$_WS01_DAYS_DELTA  TO L$_WS01_ONE_WEEK_DELTA

    MOVE "+"  TO L$_WS01_STEP_OPERATOR
    PERFORM XB-STEP-FROM-WEEK-START
    MOVE L$_WS01_STEP_TMSP   TO L$_WS01_WEEK_END_TMSP

    COMPUTE L$_WS01_DELTA_DAYS = L$_WS01_LOOKBACK_WEEKS * 7
    PERFORM XA-MAKE-DAYS-DELTA
    MOVE "-"  TO L$_WS01_STEP_OPERATOR
    PERFORM XB-STEP-FROM-WEEK-START
    MOVE L$_WS01_STEP_TMSP   TO L$_WS01_LOOKBACK_TMSP
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-LOAD-SCHEDULE			SECTION.
*--------------------------------------------------------------------
*# TRB71W's schedule is the list of monitored programs; a program's
*# batch window is its latest acceptable end less its expected
*# start, minutes (a window running past midnight wraps).
 BB-00.

    OPEN INPUT I_SCHEDULE_FILE
    DISPLAY "Open Input File: " L$_SCHEDULE_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_SCHED_YES
       READ I_SCHEDULE_FILE
          AT END
             SET L$_SW01_EOF_SCHED_YES TO TRUE
          NOT AT END
             IF L$_WS02_ENT_CNT < 50
                ADD 1 TO L$_WS02_ENT_CNT
                SET L$_WS02_ENT_IDX TO L$_WS02_ENT_CNT
                SET L$_WS02_ENT_PROGRAM(L$_WS02_ENT_IDX) TO TRUE
                MOVE SCH_PROG_NAME
                  TO L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)
                COMPUTE L$_WS02_ENT_TARGET_MIN(L$_WS02_ENT_IDX) =
                        SCH_LATEST_END_MIN - SCH_START_MIN
                IF L$_WS02_ENT_TARGET_MIN(L$_WS02_ENT_IDX) NOT > ZERO
                   ADD 1440 TO L$_WS02_ENT_TARGET_MIN(L$_WS02_ENT_IDX)
                END-IF
             ELSE
                DISPLAY "*** WARNING: more than 50 schedule rows "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_SCHEDULE_FILE

    IF L$_WS02_ENT_CNT = ZERO
       DISPLAY "** Schedule table empty - nothing can be trended."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Schedule rows loaded: ", L$_WS02_ENT_CNT
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SWEEP-REGISTRY			SECTION.
*--------------------------------------------------------------------
*# one pass over the registry. Its key is program + event time, so
*# each program's events come in time order: every end event of
*# the week is one run, paired with the program's latest start
*# before it. A start with no end (a run that died) measures
*# nothing; a restart's second start replaces the first.
 C-00.

    OPEN INPUT I_REGISTRY_FILE

    IF NOT L$_REGISTRY_OK
       MOVE "** Run registry could not be opened - nothing trended."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       PERFORM Z-FINISH
    END-IF

    PERFORM UNTIL L$_SW01_EOF_REG_YES
       READ I_REGISTRY_FILE
          AT END
             SET L$_SW01_EOF_REG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_REG_NO
          ADD 1 TO L$_CT01_REG_EVENTS_READ
          PERFORM CA-TAKE-ONE-EVENT
       END-IF
    END-PERFORM

    CLOSE I_REGISTRY_FILE

    DISPLAY "Runs measured: ", L$_CT01_RUNS_MEASURED
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-TAKE-ONE-EVENT			SECTION.
*--------------------------------------------------------------------
 CA-00.

    IF REG_EVENT_TYPE NOT = "S"
   AND REG_EVENT_TYPE NOT = "E"
       GO TO CA-EXIT
    END-IF

    IF REG_EVENT_TMSP NOT < L$_WS01_WEEK_END_TMSP
       GO TO CA-EXIT
    END-IF


    MOVE "P"            TO L$_WS01_ENTRY_KIND
    MOVE REG_PROG_NAME  TO L$_WS01_ENTRY_KEY
    PERFORM XC-FIND-ENTRY

    IF L$_WS02_ENT_FOUND = ZERO
       GO TO CA-EXIT
    END-IF

    SET L$_WS02_ENT_IDX TO L$_WS02_ENT_FOUND

    IF REG_EVENT_TYPE = "S"
       MOVE REG_EVENT_TMSP
         TO L$_WS02_ENT_START_TMSP(L$_WS02_ENT_IDX)
       SET L$_WS02_ENT_START_SEEN_YES(L$_WS02_ENT_IDX) TO TRUE
       GO TO CA-EXIT
    END-IF

*#  an end event: the week's own ends only, and only with a start.
    IF L$_WS02_ENT_START_SEEN_NO(L$_WS02_ENT_IDX)
    OR REG_EVENT_TMSP < L$_WS01_WEEK_START_TMSP
       SET L$_WS02_ENT_START_SEEN_NO(L$_WS02_ENT_IDX) TO TRUE
       GO TO CA-EXIT
    END-IF

    COMPUTE L$_WS01_RUN_SEC ROUNDED =
            (REG_EVENT_TMSP - L$_WS02_ENT_START_TMSP(L$_WS02_ENT_IDX))
            / L$_WS01_ONE_SECOND_DELTA
    SET L$_WS02_ENT_START_SEEN_NO(L$_WS02_ENT_IDX) TO TRUE

    ADD 1 TO L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX)
             L$_CT01_RUNS_MEASURED
    ADD L$_WS01_RUN_SEC
     TO L$_WS02_CUR_ELAPSED_SEC(L$_WS02_ENT_IDX)
    IF L$_WS01_RUN_SEC > L$_WS02_CUR_MAX_SEC(L$_WS02_ENT_IDX)
       MOVE L$_WS01_RUN_SEC TO L$_WS02_CUR_MAX_SEC(L$_WS02_ENT_IDX)
    END-IF
    ADD REG_REC_READ
     TO L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)
    ADD REG_REC_WRITTEN
     TO L$_WS02_CUR_REC_WRITTEN(L$_WS02_ENT_IDX)
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-LOAD-METRICS				SECTION.
*--------------------------------------------------------------------
*# one entry per ADC source/type: every feed record is one chunk
*# run of a transfer (see TRB72T), so it counts as a run.
 D-00.

    IF L$_I_METRICS_NAME = SPACES
       MOVE "NOTE: no metrics feed supplied - no source/type section."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    OPEN INPUT I_METRICS_FILE

    IF NOT L$_METRICS_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: metrics feed " L$_I_METRICS_NAME
              " not found - no source/type section."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_I_METRICS_NAME

    PERFORM UNTIL L$_SW01_EOF_METRICS_YES
       READ I_METRICS_FILE
          AT END
             SET L$_SW01_EOF_METRICS_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_METRICS_READ
             PERFORM DA-TAKE-ONE-METRIC
       END-READ
    END-PERFORM

    CLOSE I_METRICS_FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-TAKE-ONE-METRIC			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE "M"           TO L$_WS01_ENTRY_KIND
    MOVE SPACES        TO L$_WS01_ENTRY_KEY
    MOVE MT_SRC_CODE   TO L$_WS01_KEY_SRC
    MOVE "-"           TO L$_WS01_KEY_DASH
    MOVE MT_TYPE_CODE  TO L$_WS01_KEY_TYPE
    PERFORM XC-FIND-ENTRY

    IF L$_WS02_ENT_FOUND = ZERO
       IF L$_WS02_ENT_CNT >= 250
          DISPLAY "*** WARNING: more than 250 trend entries "
                  "- extra source/types ignored ***"
          GO TO DA-EXIT
       END-IF
       ADD 1 TO L$_WS02_ENT_CNT
       MOVE L$_WS02_ENT_CNT TO L$_WS02_ENT_FOUND
       SET L$_WS02_ENT_IDX TO L$_WS02_ENT_FOUND
       SET L$_WS02_ENT_SOURCE(L$_WS02_ENT_IDX) TO TRUE
       MOVE L$_WS01_ENTRY_KEY
         TO L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)
    END-IF

    SET L$_WS02_ENT_IDX TO L$_WS02_ENT_FOUND

    MOVE ZERO TO L$_WS01_RUN_SEC
    IF MT_ELAPSED_SEC > ZERO
       MOVE MT_ELAPSED_SEC TO L$_WS01_RUN_SEC
    END-IF

    ADD 1 TO L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX)
    ADD MT_REC_READ
     TO L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)
    ADD MT_REC_875
     TO L$_WS02_CUR_REC_WRITTEN(L$_WS02_ENT_IDX)
    ADD L$_WS01_RUN_SEC
     TO L$_WS02_CUR_ELAPSED_SEC(L$_WS02_ENT_IDX)
    IF L$_WS01_RUN_SEC > L$_WS02_CUR_MAX_SEC(L$_WS02_ENT_IDX)
       MOVE L$_WS01_RUN_SEC TO L$_WS02_CUR_MAX_SEC(L$_WS02_ENT_IDX)
    END-IF
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-UPDATE-CAP-HISTORY			SECTION.
*--------------------------------------------------------------------
*# one pass over the history: each entry's oldest week inside the
*# look-back is its growth base, every record except this week's
*# own is carried to the new file, and this week's measures go on
*# the end - a rerun replaces, never doubles.
 E-00.

    OPEN OUTPUT O_CAP_NEW_FILE

    OPEN INPUT I_CAP_HIST_FILE

    IF L$_CAP_HIST_FOUND
       PERFORM UNTIL L$_SW01_EOF_HIST_YES
          READ I_CAP_HIST_FILE
             AT END
                SET L$_SW01_EOF_HIST_YES TO TRUE
             NOT AT END
                PERFORM EA-HANDLE-ONE-HIST-ROW
          END-READ
       END-PERFORM

       CLOSE I_CAP_HIST_FILE
    ELSE
       DISPLAY "No capacity history yet - first week reported."
    END-IF

    PERFORM VARYING L$_WS02_ENT_IDX FROM 1 BY 1
               UNTIL L$_WS02_ENT_IDX > L$_WS02_ENT_CNT
       IF L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX) > ZERO
          MOVE L$_WS01_WEEK_END_DATE
            TO CN_WEEK_END_DATE
          MOVE L$_WS01_WEEK_START_TMSP
            TO CN_WEEK_START_TMSP
          MOVE L$_WS02_ENT_KIND(L$_WS02_ENT_IDX)
            TO CN_KIND
          MOVE L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)
            TO CN_KEY
          MOVE L$_WS02_ENT_CUR(L$_WS02_ENT_IDX)
            TO CN_DATA
          WRITE O_CAP_NEW_REC
       END-IF
    END-PERFORM

    CLOSE O_CAP_NEW_FILE

    PERFORM EB-SWAP-CAP-HISTORY
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-HANDLE-ONE-HIST-ROW			SECTION.
*--------------------------------------------------------------------
 EA-00.

    IF CH_WEEK_END_DATE = L$_WS01_WEEK_END_DATE
       GO TO EA-EXIT
    END-IF

    MOVE I_CAP_HIST_REC  TO O_CAP_NEW_REC
    WRITE O_CAP_NEW_REC

    IF CH_WEEK_START_TMSP < L$_WS01_LOOKBACK_TMSP
    OR CH_WEEK_START_TMSP NOT < L$_WS01_WEEK_START_TMSP
       GO TO EA-EXIT
    END-IF

    MOVE CH_KIND  TO L$_WS01_ENTRY_KIND
    MOVE CH_KEY   TO L$_WS01_ENTRY_KEY
    PERFORM XC-FIND-ENTRY

    IF L$_WS02_ENT_FOUND = ZERO
       GO TO EA-EXIT
    END-IF

    SET L$_WS02_ENT_IDX TO L$_WS02_ENT_FOUND

    IF L$_WS02_BASE_FOUND_NO(L$_WS02_ENT_IDX)
    OR CH_WEEK_START_TMSP < L$_WS02_BASE_TMSP(L$_WS02_ENT_IDX)
       SET L$_WS02_BASE_FOUND_YES(L$_WS02_ENT_IDX) TO TRUE
       MOVE CH_WEEK_END_DATE
         TO L$_WS02_BASE_DATE(L$_WS02_ENT_IDX)
       MOVE CH_WEEK_START_TMSP
         TO L$_WS02_BASE_TMSP(L$_WS02_ENT_IDX)
       MOVE CH_DATA
         TO L$_WS02_ENT_BASE(L$_WS02_ENT_IDX)
    END-IF
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-SWAP-CAP-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the rewritten history replaces the old one - the house RENAME
*# swap of PRB353's ZC-SWAP-PLAN-STORE.
 EB-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_CAP_NEW_NAME " " L$_CAP_HIST_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at EB-SWAP-CAP-HISTORY - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-REPORT-PROGRAMS			SECTION.
*--------------------------------------------------------------------
 F-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "MONITORED PROGRAMS - from the central run registry"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS02_ENT_IDX FROM 1 BY 1
               UNTIL L$_WS02_ENT_IDX > L$_WS02_ENT_CNT
       IF L$_WS02_ENT_PROGRAM(L$_WS02_ENT_IDX)
          PERFORM FA-REPORT-ONE-PROGRAM
       END-IF
    END-PERFORM
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-REPORT-ONE-PROGRAM			SECTION.
*--------------------------------------------------------------------
 FA-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_ENT_TARGET_MIN(L$_WS02_ENT_IDX)  TO LD$_TGT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "PROGRAM: " L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)
           "   BATCH WINDOW (MIN): " LD$_TGT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX) = ZERO
       MOVE "  no completed run registered this week."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO FA-EXIT
    END-IF

    PERFORM XD-MEASURE-ENTRY

    MOVE L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX)        TO LD$_CNT
    MOVE L$_WS01_CUR_VOL                          TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  RUNS: " LD$_CNT
           "   RECORDS READ PER RUN: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)     TO LD$_CNT
    MOVE L$_WS02_CUR_REC_WRITTEN(L$_WS02_ENT_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  RECORDS READ: " LD$_CNT
           "   RECORDS WRITTEN: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS01_CUR_AVG_MIN  TO LD$_MIN
    MOVE L$_WS01_MAX_MIN      TO LD$_MIN2
    MOVE L$_WS01_SEC_PER_K    TO LD$_SECK
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  AVG RUN (MIN): " LD$_MIN
           "   LONGEST (MIN): " LD$_MIN2
           "   SEC PER 1000 READ: " LD$_SECK
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM XE-REPORT-GROWTH

    PERFORM FB-PROJECT-CROSSING
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 FB-PROJECT-CROSSING			SECTION.
*--------------------------------------------------------------------
*# the week the average run, growing by L$_WS01_MIN_PER_WEEK, first
*# exceeds the window - counted in whole weeks from this week's end.
*# Already over, or crossing within thirteen weeks, is flagged.
 FB-00.

    MOVE L$_WS02_ENT_TARGET_MIN(L$_WS02_ENT_IDX)  TO L$_WS01_TARGET_MIN
    MOVE 99999 TO L$_WS01_WHOLE_WEEKS

    EVALUATE TRUE
        WHEN L$_WS01_CUR_AVG_MIN NOT < L$_WS01_TARGET_MIN
             MOVE "WINDOW ALREADY EXCEEDED"  TO L$_WS01_PROJECTION
             MOVE ZERO                       TO L$_WS01_WHOLE_WEEKS
        WHEN L$_WS01_WEEKS_BACK = ZERO
             MOVE "no history yet - no projection"
               TO L$_WS01_PROJECTION
        WHEN L$_WS01_MIN_PER_WEEK NOT > ZERO
             MOVE "not crossing at the current growth"
               TO L$_WS01_PROJECTION
        WHEN OTHER
             COMPUTE L$_WS01_WEEKS_TO_CROSS ROUNDED =
                     (L$_WS01_TARGET_MIN - L$_WS01_CUR_AVG_MIN)
                   / L$_WS01_MIN_PER_WEEK
             MOVE L$_WS01_WEEKS_TO_CROSS  TO L$_WS01_WHOLE_WEEKS
             IF L$_WS01_WHOLE_WEEKS < L$_WS01_WEEKS_TO_CROSS
                ADD 1 TO L$_WS01_WHOLE_WEEKS
             END-IF
             IF L$_WS01_WHOLE_WEEKS > 520
                MOVE "beyond ten years at the current growth"
                  TO L$_WS01_PROJECTION
             ELSE
                COMPUTE L$_WS01_DELTA_DAYS =
                        L$_WS01_WHOLE_WEEKS * 7 + 6
                PERFORM XA-MAKE-DAYS-DELTA
                MOVE "+"  TO L$_WS01_STEP_OPERATOR
                PERFORM XB-STEP-FROM-WEEK-START
                MOVE SPACES  TO L$_WS01_PROJECTION
                STRING "CROSSES WINDOW WEEK ENDING " L$_WS01_STEP_YMD
                  DELIMITED BY SIZE
                  INTO L$_WS01_PROJECTION
             END-IF
    END-EVALUATE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  PROJECTION: " L$_WS01_PROJECTION
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_WHOLE_WEEKS > 13
       GO TO FB-EXIT
    END-IF

    ADD 1 TO L$_CT01_PROGS_FLAGGED

    MOVE "  *** CAPACITY REVIEW - window at risk within a quarter ***"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    DISPLAY "*** CAPACITY REVIEW: " L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)
            " - " L$_WS01_PROJECTION
    .
 FB-EXIT.    EXIT.
*--------------------------------------------------------------------
 G-REPORT-SOURCES			SECTION.
*--------------------------------------------------------------------
*# the TRB71I breakdown: volume growth and throughput per ADC
*# source and type. No window is agreed per source/type, so there
*# is no projection here - the program line above carries it.
 G-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "ADC SOURCE/TYPE - from the TRB71I metrics feed"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS02_ENT_IDX FROM 1 BY 1
               UNTIL L$_WS02_ENT_IDX > L$_WS02_ENT_CNT
       IF L$_WS02_ENT_SOURCE(L$_WS02_ENT_IDX)
          PERFORM GA-REPORT-ONE-SOURCE
       END-IF
    END-PERFORM
    .
 G-EXIT.    EXIT.
*--------------------------------------------------------------------
 GA-REPORT-ONE-SOURCE			SECTION.
*--------------------------------------------------------------------
 GA-00.

    PERFORM XD-MEASURE-ENTRY

    MOVE L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)  TO L$_WS01_ENTRY_KEY
    MOVE L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)  TO LD$_CNT
    MOVE L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX)      TO LD$_CNT2
    MOVE L$_WS01_SEC_PER_K                      TO LD$_SECK
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "SOURCE " L$_WS01_KEY_SRC " TYPE " L$_WS01_KEY_TYPE
           ":   CHUNK RUNS: " LD$_CNT2
           "   RECORDS READ: " LD$_CNT
           "   SEC PER 1000 READ: " LD$_SECK
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM XE-REPORT-GROWTH
    .
 GA-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 XA-MAKE-DAYS-DELTA			SECTION.
*--------------------------------------------------------------------
*# L$_WS01_DELTA_DAYS days as a binary delta, in L$_WS01_DAYS_DELTA.
 XA-00.

    MOVE  "0000 00:00:00.00"
      TO  L$_TIME_STRING
    MOVE  L$_WS01_DELTA_DAYS
      TO  L$_TIME_STRING(1:4)

    MOVE  L$_TIME_STRING
      TO  SP$_DELTA_TIME_C23            IN  UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING    UTL_CVT_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL   IN UTL_CVT_DELTA_TIME_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:XA-MAKE-DAYS '
          TO  SP$_ACW_FREE_TEXT IN UTL_CONTROL_ACW(1:40)
        PERFORM  Z-FINISH
    END-IF

    MOVE  SP$_DELTA_TIME                IN  UTL_CVT_DELTA_TIME_WKSP
      TO  L$_WS01_DAYS_DELTA
    .
 XA-EXIT.    EXIT.
*--------------------------------------------------------------------
 XB-STEP-FROM-WEEK-START		SECTION.
*--------------------------------------------------------------------
*# the week's start stepped by L$_WS01_DAYS_DELTA in the direction
*# of L$_WS01_STEP_OPERATOR, as a timestamp and as CCYYMMDD.
 XB-00.

    MOVE  L$_WS01_WEEK_START_TMSP
      TO  SP$_DATE_TIME_1            IN  UTL_APPLY_DELTA_TIME_WKSP

    MOVE  L$_WS01_DAYS_DELTA
      TO  SP$_DELTA_TIME             IN  UTL_APPLY_DELTA_TIME_WKSP

    MOVE  L$_WS01_STEP_OPERATOR
      TO  SP$_MATH_OPERATOR          IN  UTL_APPLY_DELTA_TIME_WKSP

    CALL 'UTL_APPLY_DELTA_TIME'  USING  UTL_APPLY_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS  IN UTL_APPLY_DELTA_TIME_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL  IN  UTL_APPLY_DELTA_TIME_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_APPLY_DELTA_TIME SEC:XB-STEP   '
          TO  SP$_ACW_FREE_TEXT  IN  UTL_CONTROL_ACW(1:40)
        PERFORM  Z-FINISH
    END-IF

    MOVE  SP$_DATE_TIME_2            IN  UTL_APPLY_DELTA_TIME_WKSP
      TO  L$_WS01_STEP_TMSP

    MOVE ZERO TO L$_WS01_STEP_YMD
    MOVE L$_WS01_STEP_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO XB-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_STEP_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_STEP_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_STEP_YMD(1:4)
    .
 XB-EXIT.    EXIT.
*--------------------------------------------------------------------
 XC-FIND-ENTRY				SECTION.
*--------------------------------------------------------------------
*# the entry for L$_WS01_ENTRY_KIND + L$_WS01_ENTRY_KEY, or zero.
 XC-00.

    MOVE 0 TO L$_WS02_ENT_FOUND

    PERFORM VARYING L$_WS02_ENT_IDX FROM 1 BY 1
               UNTIL L$_WS02_ENT_IDX > L$_WS02_ENT_CNT
       IF L$_WS02_ENT_KIND(L$_WS02_ENT_IDX) = L$_WS01_ENTRY_KIND
      AND L$_WS02_ENT_KEY(L$_WS02_ENT_IDX)  = L$_WS01_ENTRY_KEY
          SET L$_WS02_ENT_FOUND TO L$_WS02_ENT_IDX
       END-IF
    END-PERFORM
    .
 XC-EXIT.    EXIT.
*--------------------------------------------------------------------
 XD-MEASURE-ENTRY			SECTION.
*--------------------------------------------------------------------
*# this week's and the base week's measures for the entry: average
*# and longest run in minutes, records read per run, seconds per
*# thousand records read, and the growth per week between them.
 XD-00.

    MOVE ZERO TO L$_WS01_CUR_AVG_MIN
                 L$_WS01_MAX_MIN
                 L$_WS01_CUR_VOL
                 L$_WS01_SEC_PER_K
                 L$_WS01_BASE_AVG_MIN
                 L$_WS01_BASE_VOL
                 L$_WS01_WEEKS_BACK
                 L$_WS01_MIN_PER_WEEK
                 L$_WS01_VOL_PCT_WEEK

    COMPUTE L$_WS01_CUR_AVG_MIN ROUNDED =
            L$_WS02_CUR_ELAPSED_SEC(L$_WS02_ENT_IDX)
          / L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX) / 60
    COMPUTE L$_WS01_MAX_MIN ROUNDED =
            L$_WS02_CUR_MAX_SEC(L$_WS02_ENT_IDX) / 60
    COMPUTE L$_WS01_CUR_VOL ROUNDED =
            L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)
          / L$_WS02_CUR_RUNS(L$_WS02_ENT_IDX)

    IF L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX) > ZERO
       COMPUTE L$_WS01_SEC_PER_K ROUNDED =
               L$_WS02_CUR_ELAPSED_SEC(L$_WS02_ENT_IDX) * 1000
             / L$_WS02_CUR_REC_READ(L$_WS02_ENT_IDX)
    END-IF

    IF L$_WS02_BASE_FOUND_NO(L$_WS02_ENT_IDX)
       GO TO XD-EXIT
    END-IF

    IF L$_WS02_BASE_RUNS(L$_WS02_ENT_IDX) = ZERO
       GO TO XD-EXIT
    END-IF

    COMPUTE L$_WS01_WEEKS_BACK ROUNDED =
            (L$_WS01_WEEK_START_TMSP
             - L$_WS02_BASE_TMSP(L$_WS02_ENT_IDX))
            / L$_WS01_ONE_WEEK_DELTA

    IF L$_WS01_WEEKS_BACK = ZERO
       GO TO XD-EXIT
    END-IF

    COMPUTE L$_WS01_BASE_AVG_MIN ROUNDED =
            L$_WS02_BASE_ELAPSED_SEC(L$_WS02_ENT_IDX)
          / L$_WS02_BASE_RUNS(L$_WS02_ENT_IDX) / 60
    COMPUTE L$_WS01_BASE_VOL ROUNDED =
            L$_WS02_BASE_REC_READ(L$_WS02_ENT_IDX)
          / L$_WS02_BASE_RUNS(L$_WS02_ENT_IDX)

    COMPUTE L$_WS01_MIN_PER_WEEK ROUNDED =
            (L$_WS01_CUR_AVG_MIN - L$_WS01_BASE_AVG_MIN)
          / L$_WS01_WEEKS_BACK

    IF L$_WS01_BASE_VOL > ZERO
       COMPUTE L$_WS01_VOL_PCT_WEEK ROUNDED =
               (L$_WS01_CUR_VOL - L$_WS01_BASE_VOL) * 100
             / L$_WS01_BASE_VOL
             / L$_WS01_WEEKS_BACK
    END-IF
    .
 XD-EXIT.    EXIT.
*--------------------------------------------------------------------
 XE-REPORT-GROWTH			SECTION.
*--------------------------------------------------------------------
 XE-00.

    MOVE SPACES  TO MSG IN O_REPORT_REC

    IF L$_WS01_WEEKS_BACK = ZERO
       MOVE "  GROWTH: no earlier week on file inside the look-back."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO XE-EXIT
    END-IF

    MOVE L$_WS01_VOL_PCT_WEEK   TO LD$_PCT
    MOVE L$_WS01_MIN_PER_WEEK   TO LD$_GROW
    MOVE L$_WS01_BASE_AVG_MIN   TO LD$_MIN
    STRING "  GROWTH SINCE WEEK ENDING "
           L$_WS02_BASE_DATE(L$_WS02_ENT_IDX)
           ":   VOLUME %/WEEK: " LD$_PCT
           "   AVG RUN THEN (MIN): " LD$_MIN
           "   MIN/WEEK: " LD$_GROW
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 XE-EXIT.    EXIT.
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

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total registry events read:" DELIMITED BY SIZE
           L$_CT01_REG_EVENTS_READ       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total runs measured:" DELIMITED BY SIZE
           L$_CT01_RUNS_MEASURED  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total metrics records read:" DELIMITED BY SIZE
           L$_CT01_METRICS_READ          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total programs flagged for capacity review:"
                                       DELIMITED BY SIZE
           L$_CT01_PROGS_FLAGGED       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total programs flagged for capacity review:",
            L$_CT01_PROGS_FLAGGED

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72W_CAPACITY_TREND"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_WEEK_END_DATE
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REG_EVENTS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_RUNS_MEASURED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72W_CAPACITY_TREND.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
