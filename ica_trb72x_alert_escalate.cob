*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72X_ALERT_ESCALATE.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*             On-call alert escalation - every few minutes         *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRF719_MSG_CATALOG pages the first level of the on-call     *
*  rota the moment a TR program raises a message the catalog marks *
*  critical ("C"), and keeps the alert open in the alert store     *
*  until the on-call operator acknowledges it on ICA_TRT725_PUT_   *
*  DATA.  This job, run by the scheduler every few minutes, walks  *
*  the alert store and, for every alert still open more than N     *
*  minutes after its last page:                                     *
*                                                                   *
*    - pages the NEXT level of the rota (ICA_TR_ONCALL_ROTA.DAT,   *
*      kept by operations in level order) through the paging       *
*      gateway file, with the program, run key, message text and  *
*      the catalog's action line;                                   *
*    - past the last level, pages the top level again - an alert   *
*      is never let go quietly;                                     *
*    - stamps the alert with the level, the time paged and the     *
*      escalation count, and logs the escalation in the alert      *
*      log for the incident review (the same log the raise and    *
*      the acknowledgment go to).                                   *
*                                                                   *
*  An alert raised while there was no rota (level zero) is paged  *
*  to level 1 here.  The report is appended to the day's file, one *
*  block per run, and lists every open alert, escalated or not.    *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       ESCALATE_AFTER_MINS I    minutes an alert may stay unack-  *
*                                 nowledged at one level before the *
*                                 next is paged.  Zero/not supplied *
*                                 defaults to 15.                   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_ROTA_FILE              I   on-call rota.                  *
*       IO_ALERT_STORE          I/O  open critical alerts.          *
*       O_PAGE_GATEWAY_FILE      O   paging gateway file.           *
*       O_ALERT_LOG_FILE         O   alert incident log.            *
*       O_REPORT_FILE            O   escalation report (by day).    *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72X_ALERT_ESCALATE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The on-call rota - missing = nobody can be paged, own status.
    SELECT I_ROTA_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ROTA_STATUS.

*   The alert store ICA_TRF719_MSG_CATALOG creates - missing = no
*   critical message was ever raised, own status.
    SELECT IO_ALERT_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       AL_ALERT_ID
           FILE STATUS		  IS	       L$_ALERT_STORE_STATUS.

*   The paging gateway file and the alert log - probe decides
*   OUTPUT vs EXTEND.
    SELECT O_PAGE_GATEWAY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_ALERT_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The day's escalation report, one block appended per run.
    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

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
*   Rota, alert, page and alert-log records - same hand-kept record
*   convention ICA_TRF719_MSG_CATALOG writes.
 FD I_ROTA_FILE
    VALUE OF ID IS L$_ROTA_FILE_NAME.
 01 I_ROTA_REC.
    03 RO_LEVEL                     PIC 9(02).
    03 RO_OPER_NAME                 PIC X(12).
    03 RO_PAGER_ADDR                PIC X(40).

 FD IO_ALERT_STORE
    VALUE OF ID IS L$_ALERT_STORE_NAME.
 01 IO_ALERT_REC.
    03 AL_ALERT_ID.
       05 AL_RAISE_DATE             PIC 9(08).
       05 AL_ALERT_SEQ              PIC 9(05).
    03 AL_PROG_NAME                 PIC X(26).
    03 AL_MSG_CODE                  PIC 9(04).
    03 AL_RUN_KEY                   PIC X(26).
    03 AL_MSG_TEXT                  PIC X(60).
    03 AL_ACTION_TEXT               PIC X(60).
    03 AL_STATUS                    PIC X(01).
       88 AL_STATUS_OPEN			    VALUE "O".
       88 AL_STATUS_ACKED			    VALUE "K".
    03 AL_RAISED_TMSP               PIC S9(11)V9(07) COMP.
    03 AL_ROTA_LEVEL                PIC 9(02).
    03 AL_PAGED_OPER                PIC X(12).
    03 AL_PAGER_ADDR                PIC X(40).
    03 AL_LAST_PAGED_TMSP           PIC S9(11)V9(07) COMP.
    03 AL_ESCALATIONS               PIC 9(03).
    03 AL_ACK_BY                    PIC X(12).
    03 AL_ACK_TMSP                  PIC S9(11)V9(07) COMP.
    03 AL_ACK_NOTE                  PIC X(40).

 FD O_PAGE_GATEWAY_FILE
    VALUE OF ID IS L$_GATEWAY_NAME.
 01 O_PAGE_REC.
    03 PG_PAGE_TYPE                 PIC X(01).
    03 PG_ALERT_ID                  PIC 9(13).
    03 PG_PAGE_TMSP                 PIC S9(11)V9(07) COMP.
    03 PG_ROTA_LEVEL                PIC 9(02).
    03 PG_ONCALL_OPER               PIC X(12).
    03 PG_PAGER_ADDR                PIC X(40).
    03 PG_PROG_NAME                 PIC X(26).
    03 PG_RUN_KEY                   PIC X(26).
    03 PG_MSG_TEXT                  PIC X(60).
    03 PG_ACTION_TEXT               PIC X(60).

 FD O_ALERT_LOG_FILE
    VALUE OF ID IS L$_ALERT_LOG_NAME.
 01 O_ALERT_LOG_REC.
    03 AG_ALERT_ID                  PIC 9(13).
    03 AG_EVENT                     PIC X(01).
    03 AG_EVENT_TMSP                PIC S9(11)V9(07) COMP.
    03 AG_ROTA_LEVEL                PIC 9(02).
    03 AG_OPER_NAME                 PIC X(12).
    03 AG_PROG_NAME                 PIC X(26).
    03 AG_RUN_KEY                   PIC X(26).
    03 AG_NOTE                      PIC X(40).

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

 01 L$_ROTA_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_ONCALL_ROTA.DAT".

 01 L$_ALERT_STORE_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_STORE.IDX".

 01 L$_GATEWAY_NAME                 PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PAGE_GATEWAY.DAT".

 01 L$_ALERT_LOG_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_LOG.DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72X_ESC_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

*   the probe takes the name of whichever file is about to be
*   appended to.
 01 L$_PROBE_NAME                   PIC X(43).

 01 L$_ROTA_STATUS                  PIC X(02).
    88 L$_ROTA_OK			    VALUE "00".

 01 L$_ALERT_STORE_STATUS           PIC X(02).
    88 L$_ALERT_STORE_OK		    VALUE "00".

 01 L$_PROBE_STATUS                 PIC X(02).
    88 L$_PROBE_FOUND			    VALUE "00".

 01 L$_WS01_ESCALATE_AFTER_MINS     PIC 9(04).

*   the run's clock, and one minute as a binary delta.
 01 L$_WS01_NOW_TMSP                PIC S9(11)V9(07) COMP.
 01 L$_WS01_NOW_C23                 PIC X(23).
 01 L$_TIME_STRING                  PIC X(16).
 01 L$_WS01_ONE_MINUTE_DELTA        PIC S9(11)V9(07) COMP.

 01 L$_WS01_UNACK_MIN               PIC 9(07).
 01 L$_WS01_FROM_LEVEL              PIC 9(02).
 01 L$_WS01_ALERT_NOTE              PIC X(40).
 01 L$_WS01_ALERT_ID_DSP            PIC 9(13).

*   the rota, in level order.
 01 L$_WS02_ROTA_TBL.
    03 L$_WS02_ROTA_CNT             PIC 9(03)       VALUE 0.
    03 L$_WS02_ROTA_ENTRY OCCURS 20 TIMES
                          INDEXED BY L$_WS02_ROTA_IDX.
       05 L$_WS02_ROTA_LEVEL        PIC 9(02).
       05 L$_WS02_ROTA_OPER         PIC X(12).
       05 L$_WS02_ROTA_PAGER        PIC X(40).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_ROTA              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ROTA_NO			    VALUE 0.
       88 L$_SW01_EOF_ROTA_YES			    VALUE 1.
    03 L$_SW01_EOF_ALERT             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ALERT_NO			    VALUE 0.
       88 L$_SW01_EOF_ALERT_YES			    VALUE 1.
    03 L$_SW01_NEXT_FOUND            PIC 9(01)       VALUE 0.
       88 L$_SW01_NEXT_FOUND_NO			    VALUE 0.
       88 L$_SW01_NEXT_FOUND_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_ALERTS_READ           PIC 9(09).
    03 L$_CT01_ALERTS_OPEN           PIC 9(09).
    03 L$_CT01_ALERTS_ESCALATED      PIC 9(09).
    03 L$_CT01_TOP_REPAGED           PIC 9(09).

 01 LD$_MIN                         PIC Z(06)9.
 01 LD$_LVL                         PIC Z9.
 01 LD$_LVL2                        PIC Z9.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.

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
*     ESCALATE_AFTER_MINS - minutes unacknowledged before escalation.
 COPY 'ICA_CDD_WKSP:ICA_TRB72X_ALERT_ESCALATE_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72X_ALERT_ESCALATE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_PAGE_GATEWAY_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_GATEWAY_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_ALERT_LOG_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_ALERT_LOG_NAME
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

    PERFORM C-SWEEP-ALERTS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72X_ALERT_ESCALATE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS02_ROTA_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE ESCALATE_AFTER_MINS IN ICA_TRB72X_ALERT_ESCALATE_INP
      TO L$_WS01_ESCALATE_AFTER_MINS
    IF L$_WS01_ESCALATE_AFTER_MINS = ZERO
       MOVE 15 TO L$_WS01_ESCALATE_AFTER_MINS
    END-IF

    PERFORM BA-SET-RUN-CLOCK

    MOVE L$_O_REPORT_FILE_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE
    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_REPORT_FILE
    ELSE
       OPEN OUTPUT O_REPORT_FILE
    END-IF
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "TR on-call alert escalation - run of " L$_WS01_NOW_C23
           "   ESCALATE AFTER (MIN): " L$_WS01_ESCALATE_AFTER_MINS
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_GATEWAY_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE
    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_PAGE_GATEWAY_FILE
    ELSE
       OPEN OUTPUT O_PAGE_GATEWAY_FILE
    END-IF

    MOVE L$_ALERT_LOG_NAME TO L$_PROBE_NAME
    OPEN INPUT O_PROBE_FILE
    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_ALERT_LOG_FILE
    ELSE
       OPEN OUTPUT O_ALERT_LOG_FILE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72X_ALERT_ESCALATE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_NOW_C23
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BB-MAKE-MINUTE-DELTA

    PERFORM BC-LOAD-ROTA
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-SET-RUN-CLOCK			SECTION.
*--------------------------------------------------------------------
*# the run's clock: the binary time every alert is measured against,
*# the printable one for the report and the run key, and the date
*# that names the day's report.
 BA-00.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_NOW_TMSP
    MOVE SP$_DATE_TIME_C23    IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_NOW_C23

    MOVE L$_WS01_NOW_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DATE_DDMMYYYY_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL   IN UTL_CVT_DATE_DDMMYYYY_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_CVT_DATE_DDMMYYYY SEC:BA-SET-RUN-CLOCK'
          TO  SP$_ACW_FREE_TEXT IN UTL_CONTROL_ACW(1:47)
        SET SP$_EXIT_STATUS_FAILURE TO TRUE
        CALL 'UTL_TERM_PROG_FUNCTION'
        CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_REPORT_DATE(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_REPORT_DATE(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_REPORT_DATE(1:4)
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-MAKE-MINUTE-DELTA			SECTION.
*--------------------------------------------------------------------
 BB-00.

    MOVE  "0000 00:01:00.00"
      TO  L$_TIME_STRING

    MOVE  L$_TIME_STRING
      TO  SP$_DELTA_TIME_C23            IN  UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING    UTL_CVT_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL   IN UTL_CVT_DELTA_TIME_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:BB-MAKE-MINUTE-DELTA'
          TO  SP$_ACW_FREE_TEXT IN UTL_CONTROL_ACW(1:47)
        PERFORM  Z-FINISH
    END-IF

    MOVE  SP$_DELTA_TIME                IN  UTL_CVT_DELTA_TIME_WKSP
      TO  L$_WS01_ONE_MINUTE_DELTA
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BC-LOAD-ROTA				SECTION.
*--------------------------------------------------------------------
*# the rota as operations keep it, one line per level, in level
*# order. No rota is reported - the alerts stay open and are
*# escalated on the first run that finds one.
 BC-00.

    OPEN INPUT I_ROTA_FILE

    IF NOT L$_ROTA_OK
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       STRING "** On-call rota could not be opened, status: "
              L$_ROTA_STATUS
              " - nobody can be paged this run."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO BC-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_ROTA_YES
       READ I_ROTA_FILE
          AT END
             SET L$_SW01_EOF_ROTA_YES TO TRUE
          NOT AT END
             IF L$_WS02_ROTA_CNT < 20
                ADD 1 TO L$_WS02_ROTA_CNT
                SET L$_WS02_ROTA_IDX TO L$_WS02_ROTA_CNT
                MOVE RO_LEVEL
                  TO L$_WS02_ROTA_LEVEL(L$_WS02_ROTA_IDX)
                MOVE RO_OPER_NAME
                  TO L$_WS02_ROTA_OPER(L$_WS02_ROTA_IDX)
                MOVE RO_PAGER_ADDR
                  TO L$_WS02_ROTA_PAGER(L$_WS02_ROTA_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 20 rota lines "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_ROTA_FILE

    IF L$_WS02_ROTA_CNT = ZERO
       MOVE "** On-call rota is empty - nobody can be paged this run."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    DISPLAY "Rota lines loaded: ", L$_WS02_ROTA_CNT
    .
 BC-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SWEEP-ALERTS				SECTION.
*--------------------------------------------------------------------
*# one pass over the alert store. No store is not an error: no
*# critical message has been raised yet.
 C-00.

    OPEN I-O IO_ALERT_STORE

    IF NOT L$_ALERT_STORE_OK
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       STRING "No alert store (status " L$_ALERT_STORE_STATUS
              ") - nothing to escalate."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_ALERT_YES
       READ IO_ALERT_STORE NEXT
          AT END
             SET L$_SW01_EOF_ALERT_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_ALERTS_READ
             IF AL_STATUS_OPEN
                PERFORM CA-TAKE-ONE-ALERT
             END-IF
       END-READ
    END-PERFORM

    CLOSE IO_ALERT_STORE

    IF L$_CT01_ALERTS_OPEN = ZERO
       MOVE "No open alerts."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-TAKE-ONE-ALERT			SECTION.
*--------------------------------------------------------------------
*# an open alert inside its N minutes is only listed; past them it
*# goes to the next level - or, past the last level, to the top
*# level again.
 CA-00.

    ADD 1 TO L$_CT01_ALERTS_OPEN

    COMPUTE L$_WS01_UNACK_MIN =
            (L$_WS01_NOW_TMSP - AL_LAST_PAGED_TMSP)
            / L$_WS01_ONE_MINUTE_DELTA

    MOVE AL_ALERT_ID        TO L$_WS01_ALERT_ID_DSP
    MOVE L$_WS01_UNACK_MIN  TO LD$_MIN
    MOVE AL_ROTA_LEVEL      TO LD$_LVL

    IF L$_WS01_UNACK_MIN < L$_WS01_ESCALATE_AFTER_MINS
    OR L$_WS02_ROTA_CNT = ZERO
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       STRING "ALERT " L$_WS01_ALERT_ID_DSP "  " AL_PROG_NAME
              "  OPEN AT LEVEL " LD$_LVL " (" AL_PAGED_OPER
              ")  PAGED MIN AGO: " LD$_MIN
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    MOVE AL_ROTA_LEVEL TO L$_WS01_FROM_LEVEL
    MOVE SPACES        TO L$_WS01_ALERT_NOTE
    SET L$_SW01_NEXT_FOUND_NO TO TRUE
    SET L$_WS02_ROTA_IDX TO 1

    SEARCH L$_WS02_ROTA_ENTRY
       AT END
          CONTINUE
       WHEN L$_WS02_ROTA_IDX > L$_WS02_ROTA_CNT
          CONTINUE
       WHEN L$_WS02_ROTA_LEVEL(L$_WS02_ROTA_IDX) > AL_ROTA_LEVEL
          SET L$_SW01_NEXT_FOUND_YES TO TRUE
    END-SEARCH

    IF L$_SW01_NEXT_FOUND_NO
       SET L$_WS02_ROTA_IDX TO L$_WS02_ROTA_CNT
       MOVE "TOP OF ROTA REACHED - TOP LEVEL RE-PAGED"
         TO L$_WS01_ALERT_NOTE
       ADD 1 TO L$_CT01_TOP_REPAGED
    END-IF

    PERFORM CB-ESCALATE-ALERT
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-ESCALATE-ALERT			SECTION.
*--------------------------------------------------------------------
*# the alert moves to the rota line L$_WS02_ROTA_IDX points at: the
*# store is stamped first, so a page that follows a failed rewrite
*# is never sent.
 CB-00.

    MOVE L$_WS02_ROTA_LEVEL(L$_WS02_ROTA_IDX) TO AL_ROTA_LEVEL
    MOVE L$_WS02_ROTA_OPER(L$_WS02_ROTA_IDX)  TO AL_PAGED_OPER
    MOVE L$_WS02_ROTA_PAGER(L$_WS02_ROTA_IDX) TO AL_PAGER_ADDR
    MOVE L$_WS01_NOW_TMSP                     TO AL_LAST_PAGED_TMSP
    ADD 1 TO AL_ESCALATIONS

    REWRITE IO_ALERT_REC
       INVALID KEY
          MOVE SPACES  TO MSG  IN O_REPORT_REC
          STRING "** ALERT " L$_WS01_ALERT_ID_DSP
                 " could not be updated, status: "
                 L$_ALERT_STORE_STATUS " - NOT escalated."
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          MOVE SP$_MSG_ERROR TO SP$_ACW_PROC_AUX_STATUS
          GO TO CB-EXIT
    END-REWRITE

    ADD 1 TO L$_CT01_ALERTS_ESCALATED

    MOVE "E"                TO PG_PAGE_TYPE
    MOVE AL_ALERT_ID        TO PG_ALERT_ID
    MOVE L$_WS01_NOW_TMSP   TO PG_PAGE_TMSP
    MOVE AL_ROTA_LEVEL      TO PG_ROTA_LEVEL
    MOVE AL_PAGED_OPER      TO PG_ONCALL_OPER
    MOVE AL_PAGER_ADDR      TO PG_PAGER_ADDR
    MOVE AL_PROG_NAME       TO PG_PROG_NAME
    MOVE AL_RUN_KEY         TO PG_RUN_KEY
    MOVE AL_MSG_TEXT        TO PG_MSG_TEXT
    MOVE AL_ACTION_TEXT     TO PG_ACTION_TEXT
    WRITE O_PAGE_REC

    MOVE AL_ALERT_ID        TO AG_ALERT_ID
    MOVE "E"                TO AG_EVENT
    MOVE L$_WS01_NOW_TMSP   TO AG_EVENT_TMSP
    MOVE AL_ROTA_LEVEL      TO AG_ROTA_LEVEL
    MOVE AL_PAGED_OPER      TO AG_OPER_NAME
    MOVE AL_PROG_NAME       TO AG_PROG_NAME
    MOVE AL_RUN_KEY         TO AG_RUN_KEY
    MOVE L$_WS01_ALERT_NOTE TO AG_NOTE
    WRITE O_ALERT_LOG_REC

    MOVE AL_ROTA_LEVEL      TO LD$_LVL2
    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "ALERT " L$_WS01_ALERT_ID_DSP "  " AL_PROG_NAME
           "  UNACKNOWLEDGED MIN: " LD$_MIN
           "  ESCALATED LEVEL " LD$_LVL " -> " LD$_LVL2
           " (" AL_PAGED_OPER ")  " L$_WS01_ALERT_NOTE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CB-EXIT.    EXIT.
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

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total alerts read:" DELIMITED BY SIZE
           L$_CT01_ALERTS_READ  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total alerts open:" DELIMITED BY SIZE
           L$_CT01_ALERTS_OPEN  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total alerts escalated:" DELIMITED BY SIZE
           L$_CT01_ALERTS_ESCALATED  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total top-of-rota re-pages:" DELIMITED BY SIZE
           L$_CT01_TOP_REPAGED           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_PAGE_GATEWAY_FILE
          O_ALERT_LOG_FILE
          O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total alerts escalated:",
            L$_CT01_ALERTS_ESCALATED

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72X_ALERT_ESCALATE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_NOW_C23
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ALERTS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ALERTS_ESCALATED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72X_ALERT_ESCALATE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
