*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72U_REPAIR_RELEASE.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*        Release of repaired ADC records as a supplement file       *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRB71I_APPL puts every ADC record it rejects on the record   *
*  repair queue, with the reason and the record as received.  On    *
*  ICA_TRT724 an entitled operator corrects it ("C") or rejects it  *
*  back to the source ("R"), every save on the repair audit trail.  *
*                                                                   *
*  This job takes the corrected records of one TRNF_ID and sends    *
*  them back in:                                                    *
*    - a supplement ADC file ICA_SVB609_SUP<seq>_<TRNF_ID>.DAT,     *
*      header, the corrected records as they now stand, trailer     *
*      with the record count - the shape ICA_TRB71I_APPL reads;     *
*    - each released entry marked "L" with the supplement number,   *
*      so it is never released twice;                               *
*    - ICA_TRB71I_APPL submitted for the TRNF_ID with the           *
*      supplement number (its SUPP_SEQ parameter): it reads the     *
*      supplement under the original TRNF_ID, its own chunk tags    *
*      keep the outputs apart, and the FILEIN row is left as the    *
*      original run closed it.                                      *
*                                                                   *
*  The supplement number is one past any this TRNF_ID has had, on   *
*  the queue as released or as queued from a supplement run - a     *
*  record that fails again on its supplement comes back to the      *
*  queue under that supplement's number.                            *
*                                                                   *
*  No corrected record for the TRNF_ID refuses the run.             *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)     *
*       TRNF_ID              I    the ADC transfer to release.      *
*       OPER_ID              I    run id - names the register.      *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                    *
*       IO_REPAIR_QUEUE         I/O  record repair queue.           *
*       O_SUPP_FILE              O   supplement ADC file.           *
*       O_REPORT_FILE            O   release register.              *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID  *
* --------------------------------- ------------- ----------- ----  *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72U_REPAIR_RELEASE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The record repair queue ICA_TRB71I_APPL fills - handled by
*   status, a queue that cannot be opened refuses the run.
    SELECT IO_REPAIR_QUEUE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       RQ_KEY
           FILE STATUS		  IS	       L$_QUEUE_STATUS.

    SELECT O_SUPP_FILE
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
*   Repair queue record - hand-kept convention shared with
*   ICA_TRB71I_APPL, ICA_TRT724_GET_DATA and ICA_TRT724_PUT_DATA.
*     RQ_STATUS - "O" open, "C" corrected, "R" rejected back to the
*                 source, "L" released here.
 FD IO_REPAIR_QUEUE
    VALUE OF ID IS L$_QUEUE_FILE_NAME.
 01 IO_REPAIR_REC.
    03 RQ_KEY.
       05 RQ_TRNF_ID                PIC 9(06).
       05 RQ_SUPP_SEQ               PIC 9(03).
       05 RQ_REC_NO                 PIC 9(09).
    03 RQ_STATUS                    PIC X(01).
       88 RQ_STATUS_OPEN		    VALUE "O".
       88 RQ_STATUS_CORRECTED		    VALUE "C".
       88 RQ_STATUS_REJECTED		    VALUE "R".
       88 RQ_STATUS_RELEASED		    VALUE "L".
    03 RQ_REASON_CODE               PIC X(03).
    03 RQ_REASON_TEXT               PIC X(40).
    03 RQ_QUEUED_DATE               PIC X(10).
    03 RQ_ACTION_USER               PIC X(12).
    03 RQ_ACTION_TMSP               PIC S9(11)V9(07) COMP.
    03 RQ_REJECT_TEXT               PIC X(40).
    03 RQ_RELEASE_SEQ               PIC 9(03).
    03 RQ_ORIG_IMAGE                PIC X(500).
    03 RQ_CURR_IMAGE                PIC X(500).

 FD O_SUPP_FILE
    VALUE OF ID IS L$_O_SUPP_FILE_NAME.
    COPY "ICA_SOURCE:ICA_TRB71I_ACCUM_INTRF_WKSP.INC"
       REPLACING    ICA_TRB71I_ACCUM_INTRF_WKSP
              BY    O_SUPP_REC.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_QUEUE_FILE_NAME              PIC X(40)
    VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_QUEUE.IDX".

*   the name ICA_TRB71I_APPL builds for a supplement run - see its
*   BKB-SET-SUPPLEMENT-RUN.
 01 L$_O_SUPP_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_SI_DAT_DIR:".
    03 FILLER		    PIC X(14)	    VALUE "ICA_SVB609_SUP".
    03 L$_WS01_SUPP_SEQ	    PIC 9(03).
    03 FILLER		    PIC X(01)	    VALUE "_".
    03 L$_WS01_TRNF_ID	    PIC 9(06).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72U_RPT_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_QUEUE_STATUS                 PIC X(02).
    88 L$_QUEUE_OK		    VALUE "00".

 01 L$_WS01_RUN_TRNF_ID             PIC 9(06).
 01 L$_WS01_NEW_SUPP_SEQ            PIC 9(03).
 01 L$_WS01_MAX_SEQ                 PIC 9(03).
 01 L$_WS01_USER_NAME               PIC X(12).
 01 L$_WS01_REFUSE_TEXT             PIC X(80).

*   the record written to the supplement, in ICA_TRB71I_APPL's own
*   layout - header, data and trailer views.
 COPY "ICA_SOURCE:ICA_TRB71I_ACCUM_INTRF_WKSP.INC"
    REPLACING ICA_TRB71I_ACCUM_INTRF_WKSP
           BY L$_WS01_ADC_IMAGE.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_QUEUE            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_QUEUE_NO		    VALUE 0.
       88 L$_SW01_EOF_QUEUE_YES		    VALUE 1.
    03 L$_SW01_QUEUE_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_QUEUE_CLOSED		    VALUE 0.
       88 L$_SW01_QUEUE_OPEN		    VALUE 1.
    03 L$_SW01_SUPP_STATE           PIC 9(01)       VALUE 0.
       88 L$_SW01_SUPP_CLOSED		    VALUE 0.
       88 L$_SW01_SUPP_OPEN		    VALUE 1.
    03 L$_SW01_REPORT_STATE         PIC 9(01)       VALUE 0.
       88 L$_SW01_REPORT_CLOSED		    VALUE 0.
       88 L$_SW01_REPORT_OPEN		    VALUE 1.
    03 L$_SW01_RUN_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_RUN_OK		    VALUE 0.
       88 L$_SW01_RUN_FAILED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_QUEUE_RECS            PIC 9(09).
    03 L$_CT01_OPEN_RECS             PIC 9(09).
    03 L$_CT01_CORRECTED_RECS        PIC 9(09).
    03 L$_CT01_REJECTED_RECS         PIC 9(09).
    03 L$_CT01_RELEASED_BEFORE       PIC 9(09).
    03 L$_CT01_SUPP_RECS             PIC 9(09).
    03 L$_CT01_NOT_MARKED            PIC 9(09).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     TRNF_ID              - the ADC transfer, 9(06).
*     OPER_ID              - run id.
 COPY 'ICA_CDD_WKSP:ICA_TRB72U_REPAIR_RELEASE_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72U_REPAIR_RELEASE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_SUPP_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_SUPP_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 002.
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
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.


*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-SCAN-QUEUE

    PERFORM D-WRITE-SUPPLEMENT

    PERFORM E-SUBMIT-TRB71I

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72U_REPAIR_RELEASE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE ZERO TO L$_WS01_MAX_SEQ

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE TRNF_ID	    IN ICA_TRB72U_REPAIR_RELEASE_INP
      TO L$_WS01_RUN_TRNF_ID
         L$_WS01_TRNF_ID    IN L$_O_SUPP_FILE_NAME

    MOVE OPER_ID	    IN ICA_TRB72U_REPAIR_RELEASE_INP
      TO L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    MOVE SP$_ACW_USER_NAME  IN UTL_USER_ACW
      TO L$_WS01_USER_NAME

    IF L$_WS01_RUN_TRNF_ID = ZERO
       DISPLAY "** TRNF_ID is required."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

*   releasing is the same grant as correcting on ICA_TRT724.
    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE L$_WS01_USER_NAME
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE "ADC-REPAIR"
      TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP
    CALL 'ICA_PRF356_CHECK_ENTITLE'
         USING ICA_PRF356_CHECK_ENTITLE_WKSP

    IF P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP NOT = "Y"
       DISPLAY "** RUN REFUSED - operator not entitled: "
               P$_ENT_REASON IN ICA_PRF356_CHECK_ENTITLE_WKSP
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME
    SET L$_SW01_REPORT_OPEN TO TRUE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "ADC repaired-record release register - TRNF_ID "
           L$_WS01_RUN_TRNF_ID " - run by " L$_WS01_USER_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72U_REPAIR_RELEASE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_TRNF_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN I-O IO_REPAIR_QUEUE

    IF NOT L$_QUEUE_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "record repair queue not opened, status "
              L$_QUEUE_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    SET L$_SW01_QUEUE_OPEN TO TRUE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SCAN-QUEUE				SECTION.
*--------------------------------------------------------------------
*# first pass over the TRNF_ID's entries: what is there, and the
*# highest supplement number it has had either way.
 C-00.

    PERFORM CA-START-TRNF

    PERFORM UNTIL L$_SW01_EOF_QUEUE_YES
       ADD 1 TO L$_CT01_QUEUE_RECS

       EVALUATE TRUE
          WHEN RQ_STATUS_OPEN
             ADD 1 TO L$_CT01_OPEN_RECS
          WHEN RQ_STATUS_CORRECTED
             ADD 1 TO L$_CT01_CORRECTED_RECS
          WHEN RQ_STATUS_REJECTED
             ADD 1 TO L$_CT01_REJECTED_RECS
          WHEN RQ_STATUS_RELEASED
             ADD 1 TO L$_CT01_RELEASED_BEFORE
       END-EVALUATE

       IF RQ_SUPP_SEQ > L$_WS01_MAX_SEQ
          MOVE RQ_SUPP_SEQ    TO L$_WS01_MAX_SEQ
       END-IF
       IF RQ_RELEASE_SEQ > L$_WS01_MAX_SEQ
          MOVE RQ_RELEASE_SEQ TO L$_WS01_MAX_SEQ
       END-IF

       PERFORM CB-READ-NEXT-ENTRY
    END-PERFORM

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Queue entries: " L$_CT01_QUEUE_RECS
           "  open: "        L$_CT01_OPEN_RECS
           "  corrected: "   L$_CT01_CORRECTED_RECS
           "  rejected: "    L$_CT01_REJECTED_RECS
           "  released before: " L$_CT01_RELEASED_BEFORE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_CT01_CORRECTED_RECS = ZERO
       MOVE "no corrected record on the repair queue for this TRNF_ID"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF L$_WS01_MAX_SEQ = 999
       MOVE "supplement numbers for this TRNF_ID are used up"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    ADD 1 TO L$_WS01_MAX_SEQ GIVING L$_WS01_NEW_SUPP_SEQ
    MOVE L$_WS01_NEW_SUPP_SEQ
      TO L$_WS01_SUPP_SEQ IN L$_O_SUPP_FILE_NAME
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-START-TRNF				SECTION.
*--------------------------------------------------------------------
*# positions on the TRNF_ID's first entry and reads it.
 CA-00.

    SET L$_SW01_EOF_QUEUE_NO TO TRUE

    MOVE L$_WS01_RUN_TRNF_ID TO RQ_TRNF_ID
    MOVE ZERO            TO RQ_SUPP_SEQ
                            RQ_REC_NO

    START IO_REPAIR_QUEUE KEY IS NOT < RQ_KEY
       INVALID KEY
          SET L$_SW01_EOF_QUEUE_YES TO TRUE
    END-START

    IF L$_SW01_EOF_QUEUE_NO
       PERFORM CB-READ-NEXT-ENTRY
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-READ-NEXT-ENTRY			SECTION.
*--------------------------------------------------------------------
 CB-00.

    READ IO_REPAIR_QUEUE NEXT RECORD
       AT END
          SET L$_SW01_EOF_QUEUE_YES TO TRUE
    END-READ

    IF L$_SW01_EOF_QUEUE_NO
       IF RQ_TRNF_ID NOT = L$_WS01_RUN_TRNF_ID
          SET L$_SW01_EOF_QUEUE_YES TO TRUE
       END-IF
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-WRITE-SUPPLEMENT			SECTION.
*--------------------------------------------------------------------
*# second pass: header, each corrected record as it now stands and
*# marked released, trailer with the count ICA_TRB71I_APPL checks.
 D-00.

    OPEN OUTPUT O_SUPP_FILE
    DISPLAY "Open Output File: " L$_O_SUPP_FILE_NAME
    SET L$_SW01_SUPP_OPEN TO TRUE

    MOVE SPACES TO L$_WS01_ADC_IMAGE
    SET L$_WS01_REC_TYPE_HDR     IN ICA_TRB71I_ACCUM_INTRF_REC
                                 IN L$_WS01_ADC_IMAGE  TO TRUE
    MOVE L$_WS01_NEW_SUPP_SEQ
      TO L$_WS01_BATCH_SEQ       IN ICA_TRB71I_ACCUM_INTRF_HDR
                                 IN L$_WS01_ADC_IMAGE
    WRITE O_SUPP_REC FROM L$_WS01_ADC_IMAGE

    PERFORM CA-START-TRNF

    PERFORM UNTIL L$_SW01_EOF_QUEUE_YES
       IF RQ_STATUS_CORRECTED
          PERFORM DA-RELEASE-ONE-ENTRY
       END-IF

       PERFORM CB-READ-NEXT-ENTRY
    END-PERFORM

    MOVE SPACES TO L$_WS01_ADC_IMAGE
    SET L$_WS01_REC_TYPE_TRL     IN ICA_TRB71I_ACCUM_INTRF_REC
                                 IN L$_WS01_ADC_IMAGE  TO TRUE
    MOVE L$_CT01_SUPP_RECS
      TO L$_WS01_FILE_NUM_RECORDS IN ICA_TRB71I_ACCUM_INTRF_TRL
                                  IN L$_WS01_ADC_IMAGE
    WRITE O_SUPP_REC FROM L$_WS01_ADC_IMAGE

    CLOSE O_SUPP_FILE
    DISPLAY "Close Output File: " L$_O_SUPP_FILE_NAME
    SET L$_SW01_SUPP_CLOSED TO TRUE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Supplement " L$_WS01_NEW_SUPP_SEQ " written: "
           L$_O_SUPP_FILE_NAME " - " L$_CT01_SUPP_RECS " records"
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-RELEASE-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE RQ_CURR_IMAGE TO L$_WS01_ADC_IMAGE
    WRITE O_SUPP_REC FROM L$_WS01_ADC_IMAGE
    ADD 1 TO L$_CT01_SUPP_RECS

    SET RQ_STATUS_RELEASED TO TRUE
    MOVE L$_WS01_NEW_SUPP_SEQ         TO RQ_RELEASE_SEQ
    MOVE L$_WS01_USER_NAME            TO RQ_ACTION_USER
    MOVE SP$_DATE_TIME_BINARY   IN UTL_GET_DATE_TIME_WKSP
      TO RQ_ACTION_TMSP

    REWRITE IO_REPAIR_REC

    IF NOT L$_QUEUE_OK
       ADD 1 TO L$_CT01_NOT_MARKED
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "** Queue entry NOT marked released, status: "
               L$_QUEUE_STATUS " - record " RQ_REC_NO
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "  record " RQ_REC_NO " (supplement " RQ_SUPP_SEQ
           ") corrected by " RQ_ACTION_USER " - released"
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-SUBMIT-TRB71I			SECTION.
*--------------------------------------------------------------------
*# the supplement goes in under the original TRNF_ID - the DCL hands
*# the second parameter to ICA_TRB71I_APPL as SUPP_SEQ.
 E-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "@ICA_PROC:ICA_TRB71I_SUBMIT " L$_WS01_RUN_TRNF_ID
           " " L$_WS01_NEW_SUPP_SEQ
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    MOVE SPACES TO MSG IN O_REPORT_REC
    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS SUCCESS
       STRING "ICA_TRB71I_APPL submitted for supplement "
              L$_WS01_NEW_SUPP_SEQ
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "**Error at E-SUBMIT-TRB71I - UTL_SPAWN_PROCESS "
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       STRING "*** ICA_TRB71I_APPL NOT submitted - submit "
              SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
         DELIMITED BY "  "
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-REFUSE-RUN				SECTION.
*--------------------------------------------------------------------
*# nothing has been written yet when a refusal comes - the register
*# says why and the run ends.
 X-00.

    DISPLAY "** RUN REFUSED - " L$_WS01_REFUSE_TEXT

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "RUN REFUSED - " L$_WS01_REFUSE_TEXT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    SET L$_SW01_RUN_FAILED TO TRUE

    PERFORM Z-FINISH
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    IF L$_SW01_QUEUE_OPEN
       CLOSE IO_REPAIR_QUEUE
       SET L$_SW01_QUEUE_CLOSED TO TRUE
    END-IF

    IF L$_SW01_SUPP_OPEN
       CLOSE O_SUPP_FILE
       SET L$_SW01_SUPP_CLOSED TO TRUE
    END-IF

    IF L$_CT01_NOT_MARKED NOT = ZERO
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "*** " L$_CT01_NOT_MARKED " released entries NOT marked "
              "on the queue - mark them by hand before the next release"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    IF L$_SW01_REPORT_OPEN
       CLOSE O_REPORT_FILE
       DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
       SET L$_SW01_REPORT_CLOSED TO TRUE
    END-IF

    DISPLAY "Queue entries for the TRNF_ID:", L$_CT01_QUEUE_RECS
    DISPLAY "Records released:", L$_CT01_SUPP_RECS

    IF L$_SW01_RUN_FAILED
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    ELSE
       MOVE SP$_MSG_NORMAL		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72U_REPAIR_RELEASE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_TRNF_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_QUEUE_RECS
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SUPP_RECS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_NOT_MARKED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72U_REPAIR_RELEASE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
