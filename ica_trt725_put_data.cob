*###### PROGRAM_NAME:  [ICA_TRT725_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT725_PUT_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" ןוכדע]      #*
*#                                                                 #*
*#                                                         :םיחתפמ #*
*#         ןורחא ןוכדע .ת        ךיראת       עצבמ םש       בלש     #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      בוציע   #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      תונכת   #*
*#                                                                 #*

*#                                                        :םירטמרפ #*
*#                                          [    ] :עדימ תינבת     #*
*#         (שומיש ,םיכרע ,רבסה) רואת   פ/ק           הדש םש        #*
*#                            [    ]  [  ]           [    ]        #*
*#                                                                 #*
*###################################################################*
*#
*#

*******************************************************************************
* (2) OTHER ROUTINES:
* --------------------
*
*    2.1 ICA_ICf_XLATE_MSG - message handling routine.
*
*           Input:  ICA_XLATE_MSG_WKSP
*                   UTL_CONTROL_ACW
*           Output: UTL_CONTROL_ACW
*
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2552     15-OCT-2026  TP_ELEVY   New panel for
*                                                           the on-call
*                                                           operator to
*                                                           acknowledge a
*                                                           critical alert
*                                                           paged by ICA_
*                                                           TRF719_MSG_
*                                                           CATALOG, by the
*                                                           alert id on the
*                                                           page. The alert
*                                                           is closed with
*                                                           who and when, a
*                                                           cancel goes to
*                                                           the paging
*                                                           gateway so the
*                                                           paging stops,
*                                                           and ICA_TRB72X_
*                                                           ALERT_ESCALATE
*                                                           no longer
*                                                           escalates it.
*                                                           The acknowledg-
*                                                           ment is logged
*                                                           for the incident
*                                                           review.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT725_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The alert store ICA_TRF719_MSG_CATALOG creates on the first
*   critical message.
    SELECT IO_ALERT_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       AL_ALERT_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

*   The paging gateway file and the alert log - probe decides
*   OUTPUT vs EXTEND.
    SELECT O_PAGE_GATEWAY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GATEWAY_STATUS.

    SELECT O_ALERT_LOG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ALERT_LOG_STATUS.

    SELECT O_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Alert, page and alert-log records - same hand-kept record
*   convention ICA_TRF719_MSG_CATALOG and ICA_TRB72X_ALERT_ESCALATE
*   keep.
*     AL_STATUS       - "O" open (being paged), "K" acknowledged.
FD IO_ALERT_STORE
   VALUE OF ID IS L$_STORE_FILE_NAME.
01 IO_ALERT_REC.
   03 AL_ALERT_ID.
      05 AL_RAISE_DATE              PIC 9(08).
      05 AL_ALERT_SEQ               PIC 9(05).
   03 AL_PROG_NAME                  PIC X(26).
   03 AL_MSG_CODE                   PIC 9(04).
   03 AL_RUN_KEY                    PIC X(26).
   03 AL_MSG_TEXT                   PIC X(60).
   03 AL_ACTION_TEXT                PIC X(60).
   03 AL_STATUS                     PIC X(01).
      88 AL_STATUS_OPEN			    VALUE "O".
      88 AL_STATUS_ACKED			    VALUE "K".
   03 AL_RAISED_TMSP                PIC S9(11)V9(07) COMP.
   03 AL_ROTA_LEVEL                 PIC 9(02).
   03 AL_PAGED_OPER                 PIC X(12).
   03 AL_PAGER_ADDR                 PIC X(40).
   03 AL_LAST_PAGED_TMSP            PIC S9(11)V9(07) COMP.
   03 AL_ESCALATIONS                PIC 9(03).
   03 AL_ACK_BY                     PIC X(12).
   03 AL_ACK_TMSP                   PIC S9(11)V9(07) COMP.
   03 AL_ACK_NOTE                   PIC X(40).

*     PG_PAGE_TYPE    - "C" here: acknowledged, stop paging.
FD O_PAGE_GATEWAY_FILE
   VALUE OF ID IS L$_GATEWAY_NAME.
01 O_PAGE_REC.
   03 PG_PAGE_TYPE                  PIC X(01).
   03 PG_ALERT_ID                   PIC 9(13).
   03 PG_PAGE_TMSP                  PIC S9(11)V9(07) COMP.
   03 PG_ROTA_LEVEL                 PIC 9(02).
   03 PG_ONCALL_OPER                PIC X(12).
   03 PG_PAGER_ADDR                 PIC X(40).
   03 PG_PROG_NAME                  PIC X(26).
   03 PG_RUN_KEY                    PIC X(26).
   03 PG_MSG_TEXT                   PIC X(60).
   03 PG_ACTION_TEXT                PIC X(60).

*     AG_EVENT        - "K" here: acknowledged.
FD O_ALERT_LOG_FILE
   VALUE OF ID IS L$_ALERT_LOG_NAME.
01 O_ALERT_LOG_REC.
   03 AG_ALERT_ID                   PIC 9(13).
   03 AG_EVENT                      PIC X(01).
   03 AG_EVENT_TMSP                 PIC S9(11)V9(07) COMP.
   03 AG_ROTA_LEVEL                 PIC 9(02).
   03 AG_OPER_NAME                  PIC X(12).
   03 AG_PROG_NAME                  PIC X(26).
   03 AG_RUN_KEY                    PIC X(26).
   03 AG_NOTE                       PIC X(40).

FD O_PROBE_FILE
   VALUE OF ID IS L$_PROBE_NAME.
01 O_PROBE_REC                      PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_STORE_FILE_NAME               PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_STORE.IDX".

01 L$_GATEWAY_NAME                  PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_PAGE_GATEWAY.DAT".

01 L$_ALERT_LOG_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_ALERT_LOG.DAT".

*   the probe takes the name of whichever file is about to be
*   appended to.
01 L$_PROBE_NAME                    PIC X(42).

01 L$_STORE_STATUS                  PIC X(02).
   88 L$_STORE_OK			    VALUE "00".

01 L$_GATEWAY_STATUS                PIC X(02).
   88 L$_GATEWAY_OK			    VALUE "00".

01 L$_ALERT_LOG_STATUS              PIC X(02).
   88 L$_ALERT_LOG_OK			    VALUE "00".

01 L$_PROBE_STATUS                  PIC X(02).
   88 L$_PROBE_FOUND			    VALUE "00".

01 L$_WS01_ALERT_ID_DSP             PIC 9(13).

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT725_KEY  - AL_ALERT_ID (AL_RAISE_DATE, AL_ALERT_SEQ), as
*                       paged.
*     ICA_TRT725_DATA - AL_ACK_NOTE, what was done (optional).
COPY "ICA_CDD_WKSP:ICA_TRT725_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT725_KEY BY ICA_TRT725_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT725_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT725_DATA BY ICA_TRT725_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT725_KEY_INW
                         ICA_TRT725_DATA_ITW
			 ICA_MPQ_CTW
                         UTL_CONTROL_ACW
		   GIVING SP$_ACW_PROC_AUX_STATUS.

***************************************************************


*--------------------------------------------------
A-MAIN					    SECTION.
*--------------------------------------------------
A-00.

    PERFORM B-INIT.

    PERFORM C-PROCESS.

    PERFORM Z-FINISH.

A-EXIT.
    EXIT.


*--------------------------------------------------
B-INIT					    SECTION.
*--------------------------------------------------
B-00.


*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT725_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:05:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    PERFORM CA-FETCH-ALERT.

    PERFORM CB-ACKNOWLEDGE-ALERT.

    MOVE AL_ALERT_ID IN IO_ALERT_REC TO L$_WS01_ALERT_ID_DSP.

    MOVE SPACES TO SP$_ACW_FORM_MSG.
    STRING "ALERT " L$_WS01_ALERT_ID_DSP " ACKNOWLEDGED"
      DELIMITED BY SIZE
      INTO SP$_ACW_FORM_MSG.

*# the cancel page and the log line are built from the alert
*# record - both before the store is closed.
    PERFORM CC-CANCEL-PAGING.

    PERFORM CD-LOG-ACKNOWLEDGMENT.

    CLOSE IO_ALERT_STORE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-FETCH-ALERT				    SECTION.
*--------------------------------------------------
CA-00.

*# only an open alert is acknowledged - a second acknowledgment
*# would overwrite who answered the page first.

    OPEN I-O IO_ALERT_STORE.

    IF NOT L$_STORE_OK
       MOVE "ALERT NOT FOUND - NOT ACKNOWLEDGED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    MOVE AL_ALERT_ID IN ICA_TRT725_KEY_INW
      TO AL_ALERT_ID IN IO_ALERT_REC.

    READ IO_ALERT_STORE
       INVALID KEY
          MOVE "ALERT NOT FOUND - NOT ACKNOWLEDGED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_ALERT_STORE
          PERFORM Z-FINISH
    END-READ.

    IF AL_STATUS_ACKED
       MOVE SPACES TO SP$_ACW_FORM_MSG
       STRING "ALERT ALREADY ACKNOWLEDGED BY " AL_ACK_BY
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_ALERT_STORE
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-ACKNOWLEDGE-ALERT			    SECTION.
*--------------------------------------------------
CB-00.

    SET AL_STATUS_ACKED TO TRUE.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO AL_ACK_BY.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO AL_ACK_TMSP.
    MOVE AL_ACK_NOTE IN ICA_TRT725_DATA_ITW
      TO AL_ACK_NOTE IN IO_ALERT_REC.

    REWRITE IO_ALERT_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_ALERT_STORE
          PERFORM Z-FINISH
    END-REWRITE.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-CANCEL-PAGING			    SECTION.
*--------------------------------------------------
CC-00.

*# the gateway stops paging the alert on a cancel record. The
*# acknowledgment itself is already saved: a gateway file that
*# cannot be opened is only a warning.

    MOVE L$_GATEWAY_NAME TO L$_PROBE_NAME.
    OPEN INPUT O_PROBE_FILE.
    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_PAGE_GATEWAY_FILE
    ELSE
       OPEN OUTPUT O_PAGE_GATEWAY_FILE
    END-IF.

    IF NOT L$_GATEWAY_OK
       MOVE SPACES TO SP$_ACW_FORM_MSG
       STRING "ALERT " L$_WS01_ALERT_ID_DSP
              " ACKNOWLEDGED - GATEWAY NOT TOLD, PAGING GOES ON"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
       MOVE "W" TO SP$_ACW_FORM_MSG_SEVERITY
       GO TO CC-EXIT
    END-IF.

    MOVE "C"                  TO PG_PAGE_TYPE.
    MOVE AL_ALERT_ID          TO PG_ALERT_ID.
    MOVE AL_ACK_TMSP          TO PG_PAGE_TMSP.
    MOVE AL_ROTA_LEVEL        TO PG_ROTA_LEVEL.
    MOVE AL_PAGED_OPER        TO PG_ONCALL_OPER.
    MOVE AL_PAGER_ADDR        TO PG_PAGER_ADDR.
    MOVE AL_PROG_NAME         TO PG_PROG_NAME.
    MOVE AL_RUN_KEY           TO PG_RUN_KEY.
    MOVE AL_MSG_TEXT          TO PG_MSG_TEXT.
    MOVE AL_ACTION_TEXT       TO PG_ACTION_TEXT.

    WRITE O_PAGE_REC.

    CLOSE O_PAGE_GATEWAY_FILE.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-LOG-ACKNOWLEDGMENT			    SECTION.
*--------------------------------------------------
CD-00.

    MOVE L$_ALERT_LOG_NAME TO L$_PROBE_NAME.
    OPEN INPUT O_PROBE_FILE.
    IF L$_PROBE_FOUND
       CLOSE O_PROBE_FILE
       OPEN EXTEND O_ALERT_LOG_FILE
    ELSE
       OPEN OUTPUT O_ALERT_LOG_FILE
    END-IF.

    IF NOT L$_ALERT_LOG_OK
       MOVE SPACES TO SP$_ACW_FORM_MSG
       STRING "ALERT " L$_WS01_ALERT_ID_DSP
              " ACKNOWLEDGED - INCIDENT LOG NOT WRITTEN"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
       MOVE "W" TO SP$_ACW_FORM_MSG_SEVERITY
       GO TO CD-EXIT
    END-IF.

    MOVE AL_ALERT_ID          TO AG_ALERT_ID.
    MOVE "K"                  TO AG_EVENT.
    MOVE AL_ACK_TMSP          TO AG_EVENT_TMSP.
    MOVE AL_ROTA_LEVEL        TO AG_ROTA_LEVEL.
    MOVE AL_ACK_BY            TO AG_OPER_NAME.
    MOVE AL_PROG_NAME         TO AG_PROG_NAME.
    MOVE AL_RUN_KEY           TO AG_RUN_KEY.
    MOVE AL_ACK_NOTE IN IO_ALERT_REC
      TO AG_NOTE.

    WRITE O_ALERT_LOG_REC.

    CLOSE O_ALERT_LOG_FILE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
Z-FINISH				    SECTION.
*--------------------------------------------------
Z-00.

    COPY "ICA_SOURCE:ICA_MUS_TERM_GET_DATA.INC".

    CALL 'ICA_ICF_GENERAL_EXIT_ROUTINE' USING UTL_CONTROL_ACW.

    EXIT PROGRAM.

Z-EXIT.
    EXIT.
