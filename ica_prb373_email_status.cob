*********************************************************************
******* PROGRAM_NAME: [ICA_PRB373_EMAIL_STATUS.COB] *****************
*                                                                   *
*                                    [Club products sub-system]    *
*        Email-gateway delivery-status ingest and bounce requeue   *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Every email-channel letter goes out through the outbound        *
*  gateway file with a tracking id (ICA_PRF372_EMAIL_OUT), and is  *
*  kept in the email message store, status "Q" queued.  This job   *
*  applies the gateway's daily delivery-status feed to that store, *
*  one feed record per event:                                       *
*                                                                   *
*    D - delivered: the message is marked delivered;               *
*    S - soft bounce (mailbox full, server down): marked, with the *
*        gateway's reason - the gateway retries on its own;        *
*    H - hard bounce (no such address): final.  The message is     *
*        marked, the address is flagged bad in the contact-        *
*        preference store - ICA_PRF363_CONTACT_PREF then answers   *
*        mail for the member until the desk keys a new one - and   *
*        the kept letter is requeued, as it was sent, to this      *
*        run's print-interface file for the print bureau.          *
*                                                                   *
*  A hard bounce for a member whose postal address is ALSO marked  *
*  returned is not requeued - there is nowhere left to write to -  *
*  and is reported for the service desk to phone instead.  Every   *
*  requeued or withheld letter is recorded in the correspondence   *
*  store (ICA_PRF370_CORR_LOG) under its tracking id.              *
*                                                                   *
*  A tracking id the store does not know is reported, never        *
*  guessed at; an event for a message already hard-bounced is      *
*  left alone, so a feed delivered twice is harmless.              *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 feed, report and requeue files.   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_STATUS_FILE            I   gateway delivery-status feed.  *
*       IO_MSG_FILE             I/O  email message store.           *
*       IO_PREF_FILE            I/O  contact-preference store.      *
*       O_LETTERS_FILE           O   requeued letters, to print.    *
*       O_REPORT_FILE            O   status report.                 *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB373_EMAIL_STATUS.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The email gateway's daily delivery-status feed.
    SELECT I_STATUS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The email message store ICA_PRF372_EMAIL_OUT writes -
*   create-on-first-use by probe, own status.
    SELECT IO_MSG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       EM_KEY
           FILE STATUS		  IS	       L$_MSG_STATUS.

    SELECT I_MSG_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MSG_PROBE_STATUS.

*   The contact-preference store - create-on-first-use by probe,
*   own status.
    SELECT IO_PREF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       CP_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_PREF_STATUS.

    SELECT I_PREF_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PREF_PROBE_STATUS.

*   Requeued letters - the print-interface file the print bureau
*   takes, *LETTER-START/*LETTER-END framed like every producer's.
    SELECT O_LETTERS_FILE
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
*   The gateway's status record, as delivered.
 FD I_STATUS_FILE
    VALUE OF ID IS L$_STATUS_FILE_NAME.
 01 I_STATUS_REC.
    03 ES_TRACKING_ID               PIC X(20).
    03 ES_STATUS                    PIC X(01).
       88 ES_STATUS_DELIVERED		    VALUE "D".
       88 ES_STATUS_SOFT_BOUNCE		    VALUE "S".
       88 ES_STATUS_HARD_BOUNCE		    VALUE "H".
    03 ES_EVENT_DATE                PIC 9(08).
    03 ES_REASON                    PIC X(40).

*   Same hand-kept record convention ICA_PRF372_EMAIL_OUT writes.
 FD IO_MSG_FILE
    VALUE OF ID IS L$_MSG_FILE_NAME.
 01 IO_MSG_REC.
    03 EM_KEY.
       05 EM_TRACKING_ID            PIC X(20).
       05 EM_LINE_NO                PIC 9(03).
    03 EM_BODY.
       05 EM_TEXT                   PIC X(200).
       05 FILLER                    PIC X(12).
    03 EM_HEADER REDEFINES EM_BODY.
       05 EM_CLB_MEM_KEY            PIC X(30).
       05 EM_EMAIL_ADDRESS          PIC X(60).
       05 EM_LETTER_TYPE            PIC X(10).
       05 EM_PROG_NAME              PIC X(26).
       05 EM_RUN_KEY                PIC X(26).
       05 EM_LETTER_DATE            PIC 9(08).
       05 EM_STATUS                 PIC X(01).
          88 EM_STATUS_QUEUED		    VALUE "Q".
          88 EM_STATUS_DELIVERED		    VALUE "D".
          88 EM_STATUS_SOFT_BOUNCE		    VALUE "S".
          88 EM_STATUS_HARD_BOUNCE		    VALUE "H".
       05 EM_STATUS_DATE            PIC 9(08).
       05 EM_REASON                 PIC X(40).
       05 EM_LINE_CNT               PIC 9(03).

 FD I_MSG_PROBE_FILE
    VALUE OF ID IS L$_MSG_PROBE_NAME.
 01 I_MSG_PROBE_REC                 PIC X(01).

*   Same hand-kept record convention ICA_PRF363_CONTACT_PREF reads
*   and the ICA_PRT363_PUT_DATA panel maintains.
 FD IO_PREF_FILE
    VALUE OF ID IS L$_PREF_FILE_NAME.
 01 IO_PREF_REC.
    03 CP_CLB_MEM_KEY               PIC X(30).
    03 CP_CHANNEL                   PIC X(01).
    03 CP_LANGUAGE                  PIC X(02).
    03 CP_OPT_OUT_NONMAND           PIC X(01).
    03 CP_RETURNED_MAIL             PIC X(01).
    03 CP_UPDATED_BY                PIC X(12).
    03 CP_UPDATED_TMSP              PIC S9(11)V9(07) COMP.
    03 CP_RETURN_DATE               PIC 9(08).
    03 CP_RETURN_REASON             PIC X(30).
    03 CP_EMAIL_ADDRESS             PIC X(60).
    03 CP_EMAIL_BAD                 PIC X(01).

 FD I_PREF_PROBE_FILE
    VALUE OF ID IS L$_PREF_PROBE_NAME.
 01 I_PREF_PROBE_REC                PIC X(01).

 FD O_LETTERS_FILE
    VALUE OF ID IS L$_O_LETTERS_NAME.
 01 O_LETTERS_REC.
    03 MSG                          PIC X(200).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG2                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_STATUS_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB373_EST_".
    03 L$_WS01_STATUS_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB373_LTR_".
    03 L$_WS01_LETTERS_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB373_RPT_".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_MSG_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_MSG.IDX".

 01 L$_MSG_PROBE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_MSG.IDX".

 01 L$_PREF_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_PREF_PROBE_NAME              PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_MSG_STATUS                   PIC X(02).
    88 L$_MSG_OK		    VALUE "00".
    88 L$_MSG_NOT_FOUND		    VALUE "23".

 01 L$_MSG_PROBE_STATUS             PIC X(02).
    88 L$_MSG_PROBE_OPENED		    VALUE "00".
    88 L$_MSG_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_PREF_STATUS                  PIC X(02).
    88 L$_PREF_OK		    VALUE "00".

 01 L$_PREF_PROBE_STATUS            PIC X(02).
    88 L$_PREF_PROBE_OPENED		    VALUE "00".
    88 L$_PREF_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_WS01_RUN_DATE                PIC 9(08).

*   the hard-bounced message's header, kept while its body is read
*   back over the same record area.
 01 L$_WS01_BOUNCED.
    03 L$_WS01_BN_TRACKING_ID       PIC X(20).
    03 L$_WS01_BN_CLB_MEM_KEY       PIC X(30).
    03 L$_WS01_BN_EMAIL_ADDRESS     PIC X(60).
    03 L$_WS01_BN_LETTER_TYPE       PIC X(10).
    03 L$_WS01_BN_LINE_CNT          PIC 9(03).
    03 L$_WS01_BN_LINE_NO           PIC 9(03).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_STATUS	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STATUS_NO		    VALUE 0.
       88 L$_SW01_EOF_STATUS_YES	    VALUE 1.
    03 L$_SW01_ADDRESS_RETURNED	    PIC 9(01)       VALUE 0.
       88 L$_SW01_ADDRESS_RETURNED_NO	    VALUE 0.
       88 L$_SW01_ADDRESS_RETURNED_YES	    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_EVENTS_READ           PIC 9(09).
    03 L$_CT01_DELIVERED             PIC 9(09).
    03 L$_CT01_SOFT_BOUNCED          PIC 9(09).
    03 L$_CT01_HARD_BOUNCED          PIC 9(09).
    03 L$_CT01_REQUEUED              PIC 9(09).
    03 L$_CT01_NOT_REQUEUED          PIC 9(09).
    03 L$_CT01_ADDRESSES_FLAGGED     PIC 9(09).
    03 L$_CT01_ALREADY_FINAL         PIC 9(09).
    03 L$_CT01_UNKNOWN               PIC 9(09).
    03 L$_CT01_FAILED                PIC 9(09).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*   central correspondence history (see ICA_PRF370_CORR_LOG): the
*   PRF363 answer is filled in here by hand - the channel is print,
*   and only the returned-mail marker withholds the letter.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - run date, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_PRB373_EMAIL_STATUS_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB373_EMAIL_STATUS_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_STATUS_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_STATUS_FILE_NAME
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
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_LETTERS_NAME
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
 A-MAIN		    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-APPLY-STATUSES

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB373_EMAIL_STATUS.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_PRB373_EMAIL_STATUS_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_STATUS_DATE   IN L$_STATUS_FILE_NAME
         L$_WS01_LETTERS_DATE  IN L$_O_LETTERS_NAME
         L$_WS01_REPORT_DATE   IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Email gateway delivery status - report"
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_LETTERS_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_NAME

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB373_EMAIL_STATUS"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB373_EMAIL_STATUS_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BL-OPEN-STORES

    OPEN INPUT I_STATUS_FILE
    DISPLAY "Open Input File: " L$_STATUS_FILE_NAME
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BL-OPEN-STORES			SECTION.
*--------------------------------------------------------------------
*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention -
*# PRB371's BL-OPEN-PREF-STORE, for both stores. A store this run
*# cannot write is a day's bounces lost, so it refuses the run.
 BL-00.

    OPEN INPUT I_MSG_PROBE_FILE

    IF L$_MSG_PROBE_NOT_FOUND
       OPEN OUTPUT IO_MSG_FILE
       CLOSE IO_MSG_FILE
    ELSE
       IF L$_MSG_PROBE_OPENED
          CLOSE I_MSG_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_MSG_FILE

    IF NOT L$_MSG_OK
       DISPLAY "** Email message store could not be opened, "
               "status: " L$_MSG_STATUS " - run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN INPUT I_PREF_PROBE_FILE

    IF L$_PREF_PROBE_NOT_FOUND
       OPEN OUTPUT IO_PREF_FILE
       CLOSE IO_PREF_FILE
    ELSE
       IF L$_PREF_PROBE_OPENED
          CLOSE I_PREF_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_PREF_FILE

    IF NOT L$_PREF_OK
       DISPLAY "** Contact-preference store could not be opened, "
               "status: " L$_PREF_STATUS " - run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF
    .
 BL-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-APPLY-STATUSES			SECTION.
*--------------------------------------------------------------------
*# the feed in arrival order - a message delivered late after a
*# soft bounce ends up delivered, as it should.
 C-00.

    PERFORM UNTIL L$_SW01_EOF_STATUS_YES
       READ I_STATUS_FILE
          AT END
             SET L$_SW01_EOF_STATUS_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_EVENTS_READ
             PERFORM CA-APPLY-ONE-STATUS
       END-READ
    END-PERFORM

    CLOSE I_STATUS_FILE

    IF L$_CT01_EVENTS_READ = ZERO
       MOVE "No delivery-status events today."
         TO MSG2	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-APPLY-ONE-STATUS			SECTION.
*--------------------------------------------------------------------
 CA-00.

    IF NOT ES_STATUS_DELIVERED
   AND NOT ES_STATUS_SOFT_BOUNCE
   AND NOT ES_STATUS_HARD_BOUNCE
       ADD 1 TO L$_CT01_UNKNOWN
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "REJECTED  - " ES_TRACKING_ID
              " unknown status code '" ES_STATUS "'"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    MOVE ES_TRACKING_ID TO EM_TRACKING_ID
    MOVE ZERO           TO EM_LINE_NO

    READ IO_MSG_FILE

    IF L$_MSG_NOT_FOUND
       ADD 1 TO L$_CT01_UNKNOWN
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "UNKNOWN   - " ES_TRACKING_ID
              " status " ES_STATUS " " ES_EVENT_DATE
              " : no such message in the store"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    IF NOT L$_MSG_OK
       PERFORM CX-REPORT-STORE-FAILURE
       GO TO CA-EXIT
    END-IF

*#  a hard bounce is final - the letter has already been requeued.
    IF EM_STATUS_HARD_BOUNCE
       ADD 1 TO L$_CT01_ALREADY_FINAL
       GO TO CA-EXIT
    END-IF

    MOVE ES_STATUS     TO EM_STATUS
    MOVE ES_EVENT_DATE TO EM_STATUS_DATE
    MOVE ES_REASON     TO EM_REASON

    REWRITE IO_MSG_REC

    IF NOT L$_MSG_OK
       PERFORM CX-REPORT-STORE-FAILURE
       GO TO CA-EXIT
    END-IF

    EVALUATE TRUE
       WHEN ES_STATUS_DELIVERED
            ADD 1 TO L$_CT01_DELIVERED

       WHEN ES_STATUS_SOFT_BOUNCE
            ADD 1 TO L$_CT01_SOFT_BOUNCED
            MOVE SPACES  TO MSG2 IN O_REPORT_REC
            STRING "SOFT      - " EM_TRACKING_ID
                   " MEMBER " EM_CLB_MEM_KEY
                   " " ES_REASON
              DELIMITED BY SIZE
              INTO MSG2  IN O_REPORT_REC
            PERFORM W-WRITE-REPORT-LINE

       WHEN ES_STATUS_HARD_BOUNCE
            ADD 1 TO L$_CT01_HARD_BOUNCED
            PERFORM D-HARD-BOUNCE
    END-EVALUATE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CX-REPORT-STORE-FAILURE		SECTION.
*--------------------------------------------------------------------
 CX-00.

    ADD 1 TO L$_CT01_FAILED
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "NOT APPLIED - message store status " L$_MSG_STATUS
           " - " ES_TRACKING_ID " status " ES_STATUS
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CX-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-HARD-BOUNCE			SECTION.
*--------------------------------------------------------------------
*# flag the address, then print the letter - or, where the post has
*# given up on the member too, tell the desk instead.
 D-00.

    MOVE EM_TRACKING_ID   TO L$_WS01_BN_TRACKING_ID
    MOVE EM_CLB_MEM_KEY   TO L$_WS01_BN_CLB_MEM_KEY
    MOVE EM_EMAIL_ADDRESS TO L$_WS01_BN_EMAIL_ADDRESS
    MOVE EM_LETTER_TYPE   TO L$_WS01_BN_LETTER_TYPE
    MOVE EM_LINE_CNT      TO L$_WS01_BN_LINE_CNT

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "HARD      - " L$_WS01_BN_TRACKING_ID
           " MEMBER " L$_WS01_BN_CLB_MEM_KEY
           " " L$_WS01_BN_LETTER_TYPE
           " " ES_REASON
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM DA-FLAG-ADDRESS

    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_BN_CLB_MEM_KEY
      TO P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "ICA_PRB373_EMAIL_STATUS"
      TO P$_CPF_PROG_NAME   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "Y"
      TO P$_CPF_MANDATORY   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_CPF_RUN_DATE    IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "M"
      TO P$_CPF_CHANNEL     IN ICA_PRF363_CONTACT_PREF_WKSP

    IF L$_SW01_ADDRESS_RETURNED_YES
       ADD 1 TO L$_CT01_NOT_REQUEUED
       MOVE "N"
         TO P$_CPF_WRITE    IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "EMAIL BOUNCED, ADDRESS RETURNED"
         TO P$_CPF_REASON   IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "            NOT REQUEUED - postal address also "
              "returned : service desk to phone the member"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    ELSE
       MOVE "Y"
         TO P$_CPF_WRITE    IN ICA_PRF363_CONTACT_PREF_WKSP
       PERFORM DB-REQUEUE-LETTER
    END-IF

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_BN_LETTER_TYPE
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_BN_TRACKING_ID
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-FLAG-ADDRESS			SECTION.
*--------------------------------------------------------------------
*# only the address that bounced is flagged - a member who has keyed
*# a new one since keeps it. Stamped like the panel's save.
 DA-00.

    SET L$_SW01_ADDRESS_RETURNED_NO TO TRUE

    MOVE L$_WS01_BN_CLB_MEM_KEY TO CP_CLB_MEM_KEY

    READ IO_PREF_FILE

    IF NOT L$_PREF_OK
       MOVE "            no preference record - address not flagged"
         TO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DA-EXIT
    END-IF

    IF CP_RETURNED_MAIL = "Y"
       SET L$_SW01_ADDRESS_RETURNED_YES TO TRUE
    END-IF

    IF CP_EMAIL_ADDRESS NOT = L$_WS01_BN_EMAIL_ADDRESS
       MOVE "            address changed since - new one not flagged"
         TO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DA-EXIT
    END-IF

    IF CP_EMAIL_BAD = "Y"
       GO TO DA-EXIT
    END-IF

    MOVE "Y"                              TO CP_EMAIL_BAD
    MOVE SP$_ACW_USER_NAME     IN UTL_CONTROL_ACW
      TO CP_UPDATED_BY
    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO CP_UPDATED_TMSP

    REWRITE IO_PREF_REC

    IF NOT L$_PREF_OK
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "NOT FLAGGED - preference store status "
              L$_PREF_STATUS " - MEMBER " CP_CLB_MEM_KEY
              " : key a new address in ICA_PRT363_PUT_DATA"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DA-EXIT
    END-IF

    ADD 1 TO L$_CT01_ADDRESSES_FLAGGED
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-REQUEUE-LETTER			SECTION.
*--------------------------------------------------------------------
*# the kept body, line by line, inside fresh framing - the producer's
*# TO:/ADDRESS: lines are part of the body, so the bureau prints it
*# as it would have the day it was written.
 DB-00.

    IF L$_WS01_BN_LINE_CNT = ZERO
       ADD 1 TO L$_CT01_FAILED
       MOVE "N"
         TO P$_CPF_WRITE    IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "EMAIL BOUNCED, NO BODY KEPT"
         TO P$_CPF_REASON   IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "            NOT REQUEUED - no body kept for the "
              "message : reprint from the producer's run"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-START" TO MSG IN O_LETTERS_REC
    WRITE O_LETTERS_REC

    PERFORM VARYING L$_WS01_BN_LINE_NO FROM 1 BY 1
               UNTIL L$_WS01_BN_LINE_NO > L$_WS01_BN_LINE_CNT
       MOVE L$_WS01_BN_TRACKING_ID TO EM_TRACKING_ID
       MOVE L$_WS01_BN_LINE_NO     TO EM_LINE_NO

       READ IO_MSG_FILE

       IF L$_MSG_OK
          MOVE EM_TEXT TO MSG IN O_LETTERS_REC
       ELSE
          MOVE SPACES  TO MSG IN O_LETTERS_REC
          DISPLAY "** WARNING - line " L$_WS01_BN_LINE_NO
                  " of " L$_WS01_BN_TRACKING_ID
                  " not read, status: " L$_MSG_STATUS
       END-IF
       WRITE O_LETTERS_REC
    END-PERFORM

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-END" TO MSG IN O_LETTERS_REC
    WRITE O_LETTERS_REC

    ADD 1 TO L$_CT01_REQUEUED

    MOVE "            REQUEUED TO PRINT"
      TO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 DB-EXIT.    EXIT.
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

    CLOSE IO_MSG_FILE
          IO_PREF_FILE

    CLOSE O_LETTERS_FILE
    DISPLAY "Close Output File: " L$_O_LETTERS_NAME

    MOVE SPACES
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Status events read:"  DELIMITED BY SIZE
           L$_CT01_EVENTS_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Delivered:"           DELIMITED BY SIZE
           L$_CT01_DELIVERED      DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Soft bounces:"        DELIMITED BY SIZE
           L$_CT01_SOFT_BOUNCED   DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Hard bounces:"        DELIMITED BY SIZE
           L$_CT01_HARD_BOUNCED   DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Letters requeued to print:" DELIMITED BY SIZE
           L$_CT01_REQUEUED             DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Not requeued, address returned:" DELIMITED BY SIZE
           L$_CT01_NOT_REQUEUED              DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Email addresses flagged bad:" DELIMITED BY SIZE
           L$_CT01_ADDRESSES_FLAGGED      DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Already hard-bounced, left alone:" DELIMITED BY SIZE
           L$_CT01_ALREADY_FINAL               DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Unknown or rejected:" DELIMITED BY SIZE
           L$_CT01_UNKNOWN        DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Failures:"            DELIMITED BY SIZE
           L$_CT01_FAILED         DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Status events read:", L$_CT01_EVENTS_READ
    DISPLAY "Hard bounces:", L$_CT01_HARD_BOUNCED
    DISPLAY "Letters requeued to print:", L$_CT01_REQUEUED
    DISPLAY "Unknown or rejected:", L$_CT01_UNKNOWN
    DISPLAY "Failures:", L$_CT01_FAILED

    IF L$_CT01_FAILED > ZERO
       DISPLAY "*** FAILURES - see " L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB373_EMAIL_STATUS"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB373_EMAIL_STATUS_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_EVENTS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REQUEUED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_UNKNOWN
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB373_EMAIL_STATUS.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
