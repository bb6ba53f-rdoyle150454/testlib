*                                  the usage log.                    *
*       P$_MSG_FOUND         O    "Y" catalog entry found.          *
*       P$_MSG_TEXT          O    message text.                     *
*       P$_MSG_SEVERITY      O    severity, "I"/"W"/"E", or "C"     *
*                                  critical - paged on call.        *
*       P$_MSG_ACTION        O    what-to-do-now line.              *
*       P$_MSG_RUN_KEY       I    the caller's run key (registry    *
*                                  P$_REG_RUN_KEY), for the page.    *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_CATALOG_FILE           I   message catalog.               *
*       O_MSG_LOG_FILE           O   usage log.                     *
*       I_ROTA_FILE              I   on-call rota.                  *
*       IO_ALERT_STORE          I/O  open critical alerts.          *
*       O_PAGE_GATEWAY_FILE      O   paging gateway file.           *
*       O_ALERT_LOG_FILE         O   alert incident log.            *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Page the on-call operator on a    TP_ELEVY     15-OCT-2026  2169 *
*  critical ("C") catalog entry:     (see D-RAISE-CRITICAL-ALERT)   *
*  the alert is kept in the alert                                   *
*  store, paged to the first level                                  *
*  of the on-call rota through the                                  *
*  paging gateway file and logged                                   *
*  for the incident review. ICA_                                    *
*  TRB72X_ALERT_ESCALATE escalates                                  *
*  it up the rota while nobody has                                  *
*  acknowledged it on ICA_TRT725_                                   *
*  PUT_DATA. New P$_MSG_RUN_KEY                                     *
*  carries the caller's run key                                     *
*  onto the page.                                                   *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LOG_PROBE_STATUS.

* Change #2169 - Start.
*   The on-call rota, maintained by operations as data: one line
*   per escalation level, in level order.
    SELECT I_ROTA_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ROTA_STATUS.

*   The alert store - the first critical message creates it,
*   through the probe (the ICA_TRF712_RUN_REG convention).
    SELECT IO_ALERT_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       AL_ALERT_ID
           FILE STATUS		  IS	       L$_ALERT_STORE_STATUS.

    SELECT I_ALERT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ALERT_PROBE_STATUS.

*   The paging gateway file and the alert incident log - probe
*   decides OUTPUT vs EXTEND.
    SELECT O_PAGE_GATEWAY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GATEWAY_STATUS.

    SELECT O_GATEWAY_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GATEWAY_PROBE_STATUS.

    SELECT O_ALERT_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ALERT_LOG_STATUS.

    SELECT O_ALOG_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ALOG_PROBE_STATUS.
* Change #2169 - End.

*********************************************************************
 DATA DIVISION.
*********************************************************************
    VALUE OF ID IS L$_LOG_PROBE_NAME.
 01 O_LOG_PROBE_REC                 PIC X(01).

* Change #2169 - Start.
*   Rota, alert, page and alert-log records - shared, as a
*   hand-kept convention, with ICA_TRB72X_ALERT_ESCALATE and
*   ICA_TRT725_PUT_DATA.
*     RO_LEVEL        - escalation level, 1 = first on call.
 FD I_ROTA_FILE
    VALUE OF ID IS L$_ROTA_FILE_NAME.
 01 I_ROTA_REC.
    03 RO_LEVEL                     PIC 9(02).
    03 RO_OPER_NAME                 PIC X(12).
    03 RO_PAGER_ADDR                PIC X(40).

*     AL_ALERT_ID     - the day the alert was raised and a sequence.
*     AL_STATUS       - "O" open (being paged), "K" acknowledged.
*     AL_ROTA_LEVEL   - the level last paged; zero = no rota at the
*                       time, the escalation run pages level 1.
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

 FD I_ALERT_PROBE_FILE
    VALUE OF ID IS L$_ALERT_PROBE_NAME.
 01 I_ALERT_PROBE_REC               PIC X(01).

*     PG_PAGE_TYPE    - "A" new alert, "E" escalation (or a re-page
*                       of the top level), "C" cancel - the alert
*                       was acknowledged, stop paging.
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

 FD O_GATEWAY_PROBE_FILE
    VALUE OF ID IS L$_GATEWAY_PROBE_NAME.
 01 O_GATEWAY_PROBE_REC             PIC X(01).

*     AG_EVENT        - "A" alert raised and paged, "E" escalated,
*                       "K" acknowledged.
*     AG_OPER_NAME    - the operator paged, or who acknowledged.
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

 FD O_ALOG_PROBE_FILE
    VALUE OF ID IS L$_ALOG_PROBE_NAME.
 01 O_ALOG_PROBE_REC                PIC X(01).
* Change #2169 - End.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_LOG_PROBE_STATUS             PIC X(02).
    88 L$_LOG_PROBE_FOUND		    VALUE "00".

* Change #2169 - Start.
 01 L$_ROTA_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_ONCALL_ROTA.DAT".

 01 L$_ALERT_STORE_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_STORE.IDX".

 01 L$_ALERT_PROBE_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_STORE.IDX".

 01 L$_GATEWAY_NAME                 PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PAGE_GATEWAY.DAT".

 01 L$_GATEWAY_PROBE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PAGE_GATEWAY.DAT".

 01 L$_ALERT_LOG_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_LOG.DAT".

 01 L$_ALOG_PROBE_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_LOG.DAT".

 01 L$_ROTA_STATUS                  PIC X(02).
    88 L$_ROTA_OK			    VALUE "00".

 01 L$_ALERT_STORE_STATUS           PIC X(02).
    88 L$_ALERT_STORE_OK		    VALUE "00".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_ALERT_PROBE_STATUS           PIC X(02).
    88 L$_ALERT_PROBE_OPENED		    VALUE "00".
    88 L$_ALERT_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_GATEWAY_STATUS               PIC X(02).
    88 L$_GATEWAY_OK			    VALUE "00".

 01 L$_GATEWAY_PROBE_STATUS         PIC X(02).
    88 L$_GATEWAY_PROBE_FOUND		    VALUE "00".

 01 L$_ALERT_LOG_STATUS             PIC X(02).
    88 L$_ALERT_LOG_OK			    VALUE "00".

 01 L$_ALOG_PROBE_STATUS            PIC X(02).
    88 L$_ALOG_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_ALERT_DATE              PIC 9(08).
 01 L$_WS01_ALERT_SEQ               PIC 9(05).
 01 L$_WS01_ALERT_NOTE              PIC X(40).

 01 L$_SW01_SEQ_FREE                PIC 9(01) VALUE 0.
    88 L$_SW01_SEQ_FREE_NO		    VALUE 0.
    88 L$_SW01_SEQ_FREE_YES		    VALUE 1.

 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
* Change #2169 - End.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
*     P$_MSG_TEXT        PIC X(60).
*     P$_MSG_SEVERITY    PIC X(01).
*     P$_MSG_ACTION      PIC X(60).
*     P$_MSG_RUN_KEY     PIC X(26).          (Change #2169)
 COPY 'ICA_CDD_WKSP:ICA_TRF719_MSG_CATALOG_WKSP'      FROM DICTIONARY.

*********************************************************************

    PERFORM B-LOOK-UP-CATALOG

* Change #2169 - Start.
    IF P$_MSG_FOUND    IN ICA_TRF719_MSG_CATALOG_WKSP = "Y"
   AND P$_MSG_SEVERITY IN ICA_TRF719_MSG_CATALOG_WKSP = "C"
       PERFORM D-RAISE-CRITICAL-ALERT
    END-IF
* Change #2169 - End.

    PERFORM C-LOG-ONE-EVENT
    .
 A-EXIT.
    CLOSE O_MSG_LOG_FILE
    .
 C-EXIT.    EXIT.
* Change #2169 - Start.
*--------------------------------------------------------------------
 D-RAISE-CRITICAL-ALERT			SECTION.
*--------------------------------------------------------------------
*# a critical entry pages the first level of the on-call rota now,
*# whatever the hour. The alert stays open in the alert store until
*# it is acknowledged on ICA_TRT725_PUT_DATA; ICA_TRB72X_ALERT_
*# ESCALATE walks it up the rota while it is not. A step that fails
*# is displayed and the caller's message goes on as before.
 D-00.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    PERFORM DA-SET-ALERT-DATE

    OPEN INPUT I_ALERT_PROBE_FILE

    IF L$_ALERT_PROBE_NOT_FOUND
       OPEN OUTPUT IO_ALERT_STORE
       CLOSE IO_ALERT_STORE
    ELSE
       IF L$_ALERT_PROBE_OPENED
          CLOSE I_ALERT_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_ALERT_STORE

    IF NOT L$_ALERT_STORE_OK
       DISPLAY "** WARNING - alert store could not be opened, "
               "status: " L$_ALERT_STORE_STATUS
               " - critical message NOT paged, processing continues"
       GO TO D-EXIT
    END-IF

*   the alert id is the day and the first sequence free that day.
    MOVE L$_WS01_ALERT_DATE TO AL_RAISE_DATE
    MOVE ZERO               TO AL_ALERT_SEQ
    SET L$_SW01_SEQ_FREE_NO TO TRUE

    PERFORM UNTIL L$_SW01_SEQ_FREE_YES
       ADD 1 TO AL_ALERT_SEQ
       READ IO_ALERT_STORE
          INVALID KEY
             SET L$_SW01_SEQ_FREE_YES TO TRUE
       END-READ
    END-PERFORM

*   every READ that found the sequence taken left that alert in the
*   record area - start the new one clean on the free id.
    MOVE AL_ALERT_SEQ       TO L$_WS01_ALERT_SEQ
    INITIALIZE IO_ALERT_REC
    MOVE L$_WS01_ALERT_DATE TO AL_RAISE_DATE
    MOVE L$_WS01_ALERT_SEQ  TO AL_ALERT_SEQ

    MOVE P$_MSG_PROG_NAME IN ICA_TRF719_MSG_CATALOG_WKSP
      TO AL_PROG_NAME
    MOVE P$_MSG_CODE      IN ICA_TRF719_MSG_CATALOG_WKSP
      TO AL_MSG_CODE
    MOVE P$_MSG_RUN_KEY   IN ICA_TRF719_MSG_CATALOG_WKSP
      TO AL_RUN_KEY
    MOVE P$_MSG_TEXT      IN ICA_TRF719_MSG_CATALOG_WKSP
      TO AL_MSG_TEXT
    MOVE P$_MSG_ACTION    IN ICA_TRF719_MSG_CATALOG_WKSP
      TO AL_ACTION_TEXT

    SET AL_STATUS_OPEN TO TRUE
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO AL_RAISED_TMSP
         AL_LAST_PAGED_TMSP
    MOVE ZERO   TO AL_ESCALATIONS
                   AL_ACK_TMSP
    MOVE SPACES TO AL_ACK_BY
                   AL_ACK_NOTE

    PERFORM DB-FIND-FIRST-ON-CALL

    WRITE IO_ALERT_REC
       INVALID KEY
          DISPLAY "** WARNING - alert not stored, status: "
                  L$_ALERT_STORE_STATUS
                  " - critical message NOT paged, processing continues"
          CLOSE IO_ALERT_STORE
          GO TO D-EXIT
    END-WRITE

*   the page and the log line are built from the alert record - both
*   before the store is closed.
    PERFORM DC-WRITE-PAGE

    PERFORM DD-LOG-ALERT-RAISED

    CLOSE IO_ALERT_STORE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-SET-ALERT-DATE			SECTION.
*--------------------------------------------------------------------
*# the alert's own clock, decoded to CCYYMMDD; a failed decode falls
*# back to the caller's event date.
 DA-00.

    MOVE P$_MSG_EVENT_DATE IN ICA_TRF719_MSG_CATALOG_WKSP
      TO L$_WS01_ALERT_DATE

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO DA-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ALERT_DATE(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ALERT_DATE(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ALERT_DATE(1:4)
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-FIND-FIRST-ON-CALL			SECTION.
*--------------------------------------------------------------------
*# the rota's first line is the first level on call. No rota still
*# raises the alert, at level zero and with no pager: the gateway
*# gets it unaddressed and the escalation run pages level 1 as soon
*# as a rota is there.
 DB-00.

    MOVE ZERO   TO AL_ROTA_LEVEL
    MOVE SPACES TO AL_PAGED_OPER
                   AL_PAGER_ADDR
                   L$_WS01_ALERT_NOTE

    OPEN INPUT I_ROTA_FILE

    IF NOT L$_ROTA_OK
       MOVE "NO ON-CALL ROTA - PAGED UNADDRESSED"
         TO L$_WS01_ALERT_NOTE
       DISPLAY "** WARNING - on-call rota could not be opened, "
               "status: " L$_ROTA_STATUS
       GO TO DB-EXIT
    END-IF

    READ I_ROTA_FILE
       AT END
          MOVE "ON-CALL ROTA EMPTY - PAGED UNADDRESSED"
            TO L$_WS01_ALERT_NOTE
    END-READ

    IF L$_ROTA_OK
       MOVE RO_LEVEL      TO AL_ROTA_LEVEL
       MOVE RO_OPER_NAME  TO AL_PAGED_OPER
       MOVE RO_PAGER_ADDR TO AL_PAGER_ADDR
    END-IF

    CLOSE I_ROTA_FILE
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-WRITE-PAGE				SECTION.
*--------------------------------------------------------------------
 DC-00.

    OPEN INPUT O_GATEWAY_PROBE_FILE

    IF L$_GATEWAY_PROBE_FOUND
       CLOSE O_GATEWAY_PROBE_FILE
       OPEN EXTEND O_PAGE_GATEWAY_FILE
    ELSE
       OPEN OUTPUT O_PAGE_GATEWAY_FILE
    END-IF

    IF NOT L$_GATEWAY_OK
       DISPLAY "** WARNING - paging gateway file could not be opened, "
               "status: " L$_GATEWAY_STATUS
               " - alert stored, ICA_TRB72X_ALERT_ESCALATE re-pages it"
       MOVE "PAGE NOT WRITTEN - GATEWAY FILE NOT OPENED"
         TO L$_WS01_ALERT_NOTE
       GO TO DC-EXIT
    END-IF

    MOVE "A"                TO PG_PAGE_TYPE
    MOVE AL_ALERT_ID        TO PG_ALERT_ID
    MOVE AL_RAISED_TMSP     TO PG_PAGE_TMSP
    MOVE AL_ROTA_LEVEL      TO PG_ROTA_LEVEL
    MOVE AL_PAGED_OPER      TO PG_ONCALL_OPER
    MOVE AL_PAGER_ADDR      TO PG_PAGER_ADDR
    MOVE AL_PROG_NAME       TO PG_PROG_NAME
    MOVE AL_RUN_KEY         TO PG_RUN_KEY
    MOVE AL_MSG_TEXT        TO PG_MSG_TEXT
    MOVE AL_ACTION_TEXT     TO PG_ACTION_TEXT

    WRITE O_PAGE_REC

    CLOSE O_PAGE_GATEWAY_FILE
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-LOG-ALERT-RAISED			SECTION.
*--------------------------------------------------------------------
 DD-00.

    OPEN INPUT O_ALOG_PROBE_FILE

    IF L$_ALOG_PROBE_FOUND
       CLOSE O_ALOG_PROBE_FILE
       OPEN EXTEND O_ALERT_LOG_FILE
    ELSE
       OPEN OUTPUT O_ALERT_LOG_FILE
    END-IF

    IF NOT L$_ALERT_LOG_OK
       DISPLAY "** WARNING - alert log could not be opened, "
               "status: " L$_ALERT_LOG_STATUS
               " - alert not logged, processing continues"
       GO TO DD-EXIT
    END-IF

    MOVE AL_ALERT_ID        TO AG_ALERT_ID
    MOVE "A"                TO AG_EVENT
    MOVE AL_RAISED_TMSP     TO AG_EVENT_TMSP
    MOVE AL_ROTA_LEVEL      TO AG_ROTA_LEVEL
    MOVE AL_PAGED_OPER      TO AG_OPER_NAME
    MOVE AL_PROG_NAME       TO AG_PROG_NAME
    MOVE AL_RUN_KEY         TO AG_RUN_KEY
    MOVE L$_WS01_ALERT_NOTE TO AG_NOTE

    WRITE O_ALERT_LOG_REC

    CLOSE O_ALERT_LOG_FILE
    .
 DD-EXIT.    EXIT.
* Change #2169 - End.
