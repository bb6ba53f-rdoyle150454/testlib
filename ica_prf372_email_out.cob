*********************************************************************
******* PROGRAM_NAME: [ICA_PRF372_EMAIL_OUT.COB] ********************
*                                                                   *
*                                    [TR sub-system]                *
*          Central outbound email-gateway writer routine           *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_PRF363_CONTACT_PREF answers channel "E" for members who     *
*  chose email, but the producers only split their print-interface *
*  lines into a per-run email file nobody could trace a delivery   *
*  back to.  Each letter- and statement-producing program now also *
*  hands every email-channel line to this routine, the            *
*  *LETTER-START/*LETTER-END framing included:                     *
*                                                                   *
*    1. *LETTER-START opens a message - a new delivery tracking id *
*       is given to it, and a header carrying the id, the member,  *
*       the address PRF363 answered, the letter type and the       *
*       producing program goes to the outbound gateway file;       *
*    2. each line after it is a body line of the message;          *
*    3. *LETTER-END closes it with a trailer carrying the line     *
*       count - the gateway only sends a message it has the       *
*       trailer for.                                                *
*                                                                   *
*  Every message is also kept, header and body, in the email       *
*  message store keyed by tracking id and line, status "Q" queued. *
*  ICA_PRB373_EMAIL_STATUS applies the gateway's delivery-status   *
*  feed to it and, on a hard bounce, requeues the kept body to     *
*  print.                                                            *
*                                                                   *
*  Never fails the caller (the ICA_TRF712_RUN_REG stance): a line  *
*  that cannot be queued is reported and the producer carries on.  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*     ICA_PRF372_EMAIL_OUT_WKSP:                                    *
*       P$_EMO_LINE          I    the print-interface line.         *
*       P$_EMO_TRACKING_ID   O    the open message's tracking id,   *
*                                  spaces when none could be given. *
*     ICA_PRF370_CORR_LOG_WKSP, as the producer set it:             *
*       P$_CRL_LETTER_TYPE   I    letter type, e.g. RENEWAL.        *
*       P$_CRL_RUN_KEY       I    the producing run.                *
*     ICA_PRF363_CONTACT_PREF_WKSP, as PRF363 left it:              *
*       P$_CPF_CLB_MEM_KEY   I    the member.                       *
*       P$_CPF_PROG_NAME     I    producing program.                *
*       P$_CPF_RUN_DATE      I    letter date, CCYYMMDD.            *
*       P$_CPF_EMAIL_ADDRESS I    the member's email address.       *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       O_GATEWAY_FILE           O   outbound email-gateway file.   *
*       O_MSG_FILE               O   email message store.           *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRF372_EMAIL_OUT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Outbound gateway file - the gateway collects and empties it.
*   Every I/O outcome is a status check - nothing here may take the
*   calling production program down. No DECLARATIVES.
    SELECT O_GATEWAY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GATEWAY_STATUS.

    SELECT O_GATEWAY_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GATEWAY_PROBE_STATUS.

*   Email message store - permanent, accumulates across runs.
    SELECT O_MSG_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       EM_KEY
           FILE STATUS		  IS	       L$_MSG_STATUS.

*   Existence probe - same convention as TRF712's registry.
    SELECT O_MSG_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MSG_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Gateway record - the layout agreed with the email gateway:
*     EG_REC_TYPE  - "H" header / "L" body line / "T" trailer,
*                    all three carrying the message's tracking id.
 FD O_GATEWAY_FILE
    VALUE OF ID IS L$_GATEWAY_NAME.
 01 O_GATEWAY_REC.
    03 EG_REC_TYPE                  PIC X(01).
       88 EG_HEADER_REC			    VALUE "H".
       88 EG_LINE_REC			    VALUE "L".
       88 EG_TRAILER_REC		    VALUE "T".
    03 EG_TRACKING_ID               PIC X(20).
    03 EG_BODY                      PIC X(203).
    03 EG_HEADER REDEFINES EG_BODY.
       05 EG_CLB_MEM_KEY            PIC X(30).
       05 EG_EMAIL_ADDRESS          PIC X(60).
       05 EG_LETTER_TYPE            PIC X(10).
       05 EG_PROG_NAME              PIC X(26).
       05 EG_LETTER_DATE            PIC 9(08).
       05 FILLER                    PIC X(69).
    03 EG_LINE REDEFINES EG_BODY.
       05 EG_LINE_NO                PIC 9(03).
       05 EG_TEXT                   PIC X(200).
    03 EG_TRAILER REDEFINES EG_BODY.
       05 EG_LINE_CNT               PIC 9(03).
       05 FILLER                    PIC X(200).

 FD O_GATEWAY_PROBE_FILE
    VALUE OF ID IS L$_GATEWAY_PROBE_NAME.
 01 O_GATEWAY_PROBE_REC             PIC X(01).

*   Message store record - shared, as a hand-kept convention, with
*   ICA_PRB373_EMAIL_STATUS, which reads and updates this same file.
*     EM_LINE_NO   - 000 is the message header, 001 on the body.
*     EM_STATUS    - "Q" queued / "D" delivered / "S" soft bounce
*                    (the gateway retries) / "H" hard bounce (final,
*                    requeued to print).
 FD O_MSG_FILE
    VALUE OF ID IS L$_MSG_NAME.
 01 O_MSG_REC.
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

 FD O_MSG_PROBE_FILE
    VALUE OF ID IS L$_MSG_PROBE_NAME.
 01 O_MSG_PROBE_REC                 PIC X(01).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_GATEWAY_NAME                 PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_OUT.DAT".

 01 L$_GATEWAY_PROBE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_OUT.DAT".

 01 L$_MSG_NAME                     PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_MSG.IDX".

 01 L$_MSG_PROBE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_EMAIL_MSG.IDX".

 01 L$_GATEWAY_STATUS               PIC X(02).
    88 L$_GATEWAY_OK			    VALUE "00".

 01 L$_GATEWAY_PROBE_STATUS         PIC X(02).
    88 L$_GATEWAY_PROBE_FOUND		    VALUE "00".

 01 L$_MSG_STATUS                   PIC X(02).
    88 L$_MSG_OK			    VALUE "00".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_MSG_PROBE_STATUS             PIC X(02).
    88 L$_MSG_PROBE_OPENED		    VALUE "00".
    88 L$_MSG_PROBE_NOT_FOUND		    VALUE "35".

*   Kept between calls: the message now open, from its
*   *LETTER-START to its *LETTER-END.
 01 L$_SW01_MSG_OPEN                PIC X(01) VALUE "N".
    88 L$_SW01_MSG_OPEN_YES		    VALUE "Y".
    88 L$_SW01_MSG_OPEN_NO		    VALUE "N".

 01 L$_SW02_STORE_OPEN              PIC X(01) VALUE "N".
    88 L$_SW02_STORE_OPEN_YES		    VALUE "Y".
    88 L$_SW02_STORE_OPEN_NO		    VALUE "N".

 01 L$_WS01_TRACKING_ID             PIC X(20) VALUE SPACES.
 01 L$_WS01_LINE_CNT                PIC 9(03) VALUE ZERO.

 01 L$_WS01_TMSP_DSP                PIC 9(11)V9(07).
 01 L$_WS01_TMSP_X REDEFINES L$_WS01_TMSP_DSP
                                    PIC X(18).

 01 L$_CO01_MAX_LINES               PIC 9(03) VALUE 999.

 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
*   New dictionary member. Assumed shape (see Parameters box):
*     P$_EMO_LINE         PIC X(200).
*     P$_EMO_TRACKING_ID  PIC X(20).
*   and, in ICA_PRF363_CONTACT_PREF_WKSP, P$_CPF_EMAIL_ADDRESS
*   PIC X(60).
 COPY 'ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP'       FROM DICTIONARY.
 COPY 'ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP'        FROM DICTIONARY.
 COPY 'ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING ICA_PRF372_EMAIL_OUT_WKSP
                          ICA_PRF370_CORR_LOG_WKSP
                          ICA_PRF363_CONTACT_PREF_WKSP.
*********************************************************************

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    EVALUATE TRUE
       WHEN P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP(1:13)
                                                   = "*LETTER-START"
*#        a start with a message still open means the producer lost
*#        an end - close what is there rather than run two together.
          IF L$_SW01_MSG_OPEN_YES
             PERFORM D-END-MESSAGE
          END-IF
          PERFORM B-START-MESSAGE

       WHEN P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP(1:11)
                                                   = "*LETTER-END"
          IF L$_SW01_MSG_OPEN_YES
             PERFORM D-END-MESSAGE
          END-IF

       WHEN OTHER
*#        a line outside any message has nowhere to go.
          IF L$_SW01_MSG_OPEN_YES
             PERFORM C-ADD-LINE
          END-IF
    END-EVALUATE

    MOVE L$_WS01_TRACKING_ID
      TO P$_EMO_TRACKING_ID IN ICA_PRF372_EMAIL_OUT_WKSP
    .
 A-EXIT.
    EXIT PROGRAM.
*--------------------------------------------------------------------
 B-START-MESSAGE			SECTION.
*--------------------------------------------------------------------
*#  the tracking id is "EM" and the time of the call, to the tenth
*#  of a microsecond - unique without a counter file to keep.
 B-00.

    MOVE SPACES TO L$_WS01_TRACKING_ID
    MOVE ZERO   TO L$_WS01_LINE_CNT

    PERFORM BA-OPEN-FILES

    IF NOT L$_GATEWAY_OK
       GO TO B-EXIT
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_TMSP_DSP
    STRING "EM" L$_WS01_TMSP_X
      DELIMITED BY SIZE
      INTO L$_WS01_TRACKING_ID

    INITIALIZE O_GATEWAY_REC
    SET EG_HEADER_REC TO TRUE
    MOVE L$_WS01_TRACKING_ID TO EG_TRACKING_ID
    MOVE P$_CPF_CLB_MEM_KEY   IN ICA_PRF363_CONTACT_PREF_WKSP
      TO EG_CLB_MEM_KEY
    MOVE P$_CPF_EMAIL_ADDRESS IN ICA_PRF363_CONTACT_PREF_WKSP
      TO EG_EMAIL_ADDRESS
    MOVE P$_CRL_LETTER_TYPE   IN ICA_PRF370_CORR_LOG_WKSP
      TO EG_LETTER_TYPE
    MOVE P$_CPF_PROG_NAME     IN ICA_PRF363_CONTACT_PREF_WKSP
      TO EG_PROG_NAME
    MOVE P$_CPF_RUN_DATE      IN ICA_PRF363_CONTACT_PREF_WKSP
      TO EG_LETTER_DATE

    WRITE O_GATEWAY_REC

    IF NOT L$_GATEWAY_OK
       DISPLAY "** WARNING - email gateway header not written, "
               "status: " L$_GATEWAY_STATUS
               " - member " EG_CLB_MEM_KEY
       PERFORM X-CLOSE-FILES
       MOVE SPACES TO L$_WS01_TRACKING_ID
       GO TO B-EXIT
    END-IF

    SET L$_SW01_MSG_OPEN_YES TO TRUE

*#  the message store copy; the body lines follow under the same id.
    IF L$_SW02_STORE_OPEN_YES
       INITIALIZE O_MSG_REC
       MOVE L$_WS01_TRACKING_ID TO EM_TRACKING_ID
       MOVE ZERO                TO EM_LINE_NO
       MOVE EG_CLB_MEM_KEY      TO EM_CLB_MEM_KEY
       MOVE EG_EMAIL_ADDRESS    TO EM_EMAIL_ADDRESS
       MOVE EG_LETTER_TYPE      TO EM_LETTER_TYPE
       MOVE EG_PROG_NAME        TO EM_PROG_NAME
       MOVE P$_CRL_RUN_KEY      IN ICA_PRF370_CORR_LOG_WKSP
         TO EM_RUN_KEY
       MOVE EG_LETTER_DATE      TO EM_LETTER_DATE
       SET EM_STATUS_QUEUED     TO TRUE
       MOVE EG_LETTER_DATE      TO EM_STATUS_DATE

       WRITE O_MSG_REC

       IF NOT L$_MSG_OK
          DISPLAY "** WARNING - email message store header not "
                  "written, status: " L$_MSG_STATUS
                  " - tracking id " L$_WS01_TRACKING_ID
       END-IF
    END-IF
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-OPEN-FILES			SECTION.
*--------------------------------------------------------------------
*#  both files are opened per message and closed at its end, so
*#  nothing is left open when a producer stops between letters.
 BA-00.

    OPEN INPUT O_GATEWAY_PROBE_FILE

    IF L$_GATEWAY_PROBE_FOUND
       CLOSE O_GATEWAY_PROBE_FILE
       OPEN EXTEND O_GATEWAY_FILE
    ELSE
       OPEN OUTPUT O_GATEWAY_FILE
    END-IF

    IF NOT L$_GATEWAY_OK
       DISPLAY "** WARNING - email gateway file could not be "
               "opened, status: " L$_GATEWAY_STATUS
               " - letter NOT emailed, processing continues"
       GO TO BA-EXIT
    END-IF

    OPEN INPUT O_MSG_PROBE_FILE

    IF L$_MSG_PROBE_NOT_FOUND
       OPEN OUTPUT O_MSG_FILE
    ELSE
       IF L$_MSG_PROBE_OPENED
          CLOSE O_MSG_PROBE_FILE
       END-IF
       OPEN I-O O_MSG_FILE
    END-IF

    IF L$_MSG_OK
       SET L$_SW02_STORE_OPEN_YES TO TRUE
    ELSE
       SET L$_SW02_STORE_OPEN_NO  TO TRUE
       DISPLAY "** WARNING - email message store could not be "
               "opened, status: " L$_MSG_STATUS
               " - message sent but NOT kept for bounce requeue"
    END-IF
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-ADD-LINE				SECTION.
*--------------------------------------------------------------------
 C-00.

    IF L$_WS01_LINE_CNT NOT < L$_CO01_MAX_LINES
       DISPLAY "** WARNING - email message " L$_WS01_TRACKING_ID
               " exceeds 999 lines - extra lines dropped"
       GO TO C-EXIT
    END-IF

    ADD 1 TO L$_WS01_LINE_CNT

    INITIALIZE O_GATEWAY_REC
    SET EG_LINE_REC TO TRUE
    MOVE L$_WS01_TRACKING_ID TO EG_TRACKING_ID
    MOVE L$_WS01_LINE_CNT    TO EG_LINE_NO
    MOVE P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
      TO EG_TEXT

    WRITE O_GATEWAY_REC

    IF NOT L$_GATEWAY_OK
       DISPLAY "** WARNING - email gateway line not written, "
               "status: " L$_GATEWAY_STATUS
               " - tracking id " L$_WS01_TRACKING_ID
    END-IF

    IF L$_SW02_STORE_OPEN_YES
       INITIALIZE O_MSG_REC
       MOVE L$_WS01_TRACKING_ID TO EM_TRACKING_ID
       MOVE L$_WS01_LINE_CNT    TO EM_LINE_NO
       MOVE EG_TEXT             TO EM_TEXT

       WRITE O_MSG_REC

       IF NOT L$_MSG_OK
          DISPLAY "** WARNING - email message store line not "
                  "written, status: " L$_MSG_STATUS
                  " - tracking id " L$_WS01_TRACKING_ID
       END-IF
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-END-MESSAGE			SECTION.
*--------------------------------------------------------------------
 D-00.

    INITIALIZE O_GATEWAY_REC
    SET EG_TRAILER_REC TO TRUE
    MOVE L$_WS01_TRACKING_ID TO EG_TRACKING_ID
    MOVE L$_WS01_LINE_CNT    TO EG_LINE_CNT

    WRITE O_GATEWAY_REC

    IF NOT L$_GATEWAY_OK
       DISPLAY "** WARNING - email gateway trailer not written, "
               "status: " L$_GATEWAY_STATUS
               " - tracking id " L$_WS01_TRACKING_ID
    END-IF

*#  the header learns its line count, which ICA_PRB373_EMAIL_STATUS
*#  reads the body back by.
    IF L$_SW02_STORE_OPEN_YES
       MOVE L$_WS01_TRACKING_ID TO EM_TRACKING_ID
       MOVE ZERO                TO EM_LINE_NO

       READ O_MSG_FILE

       IF L$_MSG_OK
          MOVE L$_WS01_LINE_CNT TO EM_LINE_CNT
          REWRITE O_MSG_REC
       END-IF

       IF NOT L$_MSG_OK
          DISPLAY "** WARNING - email message store header not "
                  "updated, status: " L$_MSG_STATUS
                  " - tracking id " L$_WS01_TRACKING_ID
       END-IF
    END-IF

    PERFORM X-CLOSE-FILES

    SET L$_SW01_MSG_OPEN_NO TO TRUE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-CLOSE-FILES			SECTION.
*--------------------------------------------------------------------
 X-00.

    CLOSE O_GATEWAY_FILE

    IF L$_SW02_STORE_OPEN_YES
       CLOSE O_MSG_FILE
       SET L$_SW02_STORE_OPEN_NO TO TRUE
    END-IF
    .
 X-EXIT.    EXIT.
