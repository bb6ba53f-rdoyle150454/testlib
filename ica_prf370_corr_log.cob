*********************************************************************
******* PROGRAM_NAME: [ICA_PRF370_CORR_LOG.COB] *********************
*                                                                   *
*                                    [TR sub-system]                *
*          Central correspondence-history writer routine           *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Every letter- and statement-producing program kept only its own *
*  per-run register, so "you never told me" meant searching six    *
*  registers run by run.  Each producer now calls this routine     *
*  once per member it wrote to - or would have written to - right  *
*  after ICA_PRF363_CONTACT_PREF has answered, handing over that   *
*  answer as it stands.  One record is appended to the central     *
*  correspondence store: member, letter type, producing program    *
*  and run, channel, letter date, and sent or suppressed with the  *
*  reason.                                                          *
*                                                                   *
*  The store is one RMS indexed file keyed by member and the time  *
*  of the call, inverted, so ICA_PRT370_GET_DATA and               *
*  ICA_PRB355_MEMBER_DISCLOSE read a member's letters newest first *
*  with a plain START/READ NEXT.                                    *
*                                                                   *
*  Never fails the caller (the ICA_TRF712_RUN_REG stance).         *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*     ICA_PRF370_CORR_LOG_WKSP:                                     *
*       P$_CRL_LETTER_TYPE   I    letter type, e.g. RENEWAL.        *
*       P$_CRL_RUN_KEY       I    the producing run, as the program *
*                                  registers it with TRF712 (its    *
*                                  run date where it registers      *
*                                  none).                           *
*     ICA_PRF363_CONTACT_PREF_WKSP, as PRF363 left it:              *
*       P$_CPF_CLB_MEM_KEY   I    the member.                       *
*       P$_CPF_PROG_NAME     I    producing program.                *
*       P$_CPF_RUN_DATE      I    letter date, CCYYMMDD.            *
*       P$_CPF_WRITE         I    "Y" sent, "N" suppressed.         *
*       P$_CPF_CHANNEL       I    "M" mail, "E" email.              *
*       P$_CPF_REASON        I    why suppressed.                   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       O_CORR_FILE              O   correspondence store.          *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRF370_CORR_LOG.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Correspondence store - permanent, accumulates across runs.
*   Every I/O outcome is a status check - nothing here may take the
*   calling production program down. No DECLARATIVES.
    SELECT O_CORR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       CH_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_CORR_STATUS.

*   Existence probe - same convention as TRF712's registry.
    SELECT O_CORR_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CORR_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Correspondence record layout - shared, as a hand-kept
*   convention, with ICA_PRT370_GET_DATA and
*   ICA_PRB355_MEMBER_DISCLOSE, which read this same file.
*     CH_INV_TMSP  - 99999999999.9999999 less the time of the call,
*                    so the newest letter sorts first.
*     CH_OUTCOME   - "S" sent / "X" suppressed.
 FD O_CORR_FILE
    VALUE OF ID IS L$_CORR_FILE_NAME.
 01 O_CORR_REC.
    03 CH_KEY.
       05 CH_CLB_MEM_KEY            PIC X(30).
       05 CH_INV_TMSP               PIC 9(11)V9(07).
    03 CH_LETTER_TYPE               PIC X(10).
    03 CH_PROG_NAME                 PIC X(26).
    03 CH_RUN_KEY                   PIC X(26).
    03 CH_CHANNEL                   PIC X(01).
    03 CH_LETTER_DATE               PIC 9(08).
    03 CH_OUTCOME                   PIC X(01).
       88 CH_OUTCOME_SENT			    VALUE "S".
       88 CH_OUTCOME_SUPPRESSED		    VALUE "X".
    03 CH_REASON                    PIC X(40).
    03 CH_LOGGED_TMSP               PIC S9(11)V9(07) COMP.

 FD O_CORR_PROBE_FILE
    VALUE OF ID IS L$_CORR_PROBE_NAME.
 01 O_CORR_PROBE_REC                PIC X(01).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_CORR_FILE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CORR_HISTORY.IDX".

 01 L$_CORR_PROBE_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CORR_HISTORY.IDX".

 01 L$_CORR_STATUS                  PIC X(02).
    88 L$_CORR_OK			    VALUE "00".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_CORR_PROBE_STATUS            PIC X(02).
    88 L$_CORR_PROBE_OPENED		    VALUE "00".
    88 L$_CORR_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_CO01_INV_BASE                PIC 9(11)V9(07)
    VALUE 99999999999.9999999.

 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
*   New dictionary member. Assumed shape (see Parameters box):
*     P$_CRL_LETTER_TYPE  PIC X(10).
*     P$_CRL_RUN_KEY      PIC X(26).
 COPY 'ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP'        FROM DICTIONARY.
 COPY 'ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING ICA_PRF370_CORR_LOG_WKSP
                          ICA_PRF363_CONTACT_PREF_WKSP.
*********************************************************************

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-OPEN-STORE

    IF L$_CORR_OK
       PERFORM C-WRITE-CORR-REC

       CLOSE O_CORR_FILE
    END-IF
    .
 A-EXIT.
    EXIT PROGRAM.
*--------------------------------------------------------------------
 B-OPEN-STORE				SECTION.
*--------------------------------------------------------------------
 B-00.

    OPEN INPUT O_CORR_PROBE_FILE

    IF L$_CORR_PROBE_NOT_FOUND
       OPEN OUTPUT O_CORR_FILE
    ELSE
       IF L$_CORR_PROBE_OPENED
          CLOSE O_CORR_PROBE_FILE
       END-IF
       OPEN I-O O_CORR_FILE
    END-IF

    IF NOT L$_CORR_OK
       DISPLAY "** WARNING - correspondence store could not be "
               "opened, status: " L$_CORR_STATUS
               " - letter NOT recorded, processing continues"
    END-IF
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-WRITE-CORR-REC			SECTION.
*--------------------------------------------------------------------
 C-00.

    INITIALIZE O_CORR_REC

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO CH_LOGGED_TMSP

    MOVE P$_CPF_CLB_MEM_KEY  IN ICA_PRF363_CONTACT_PREF_WKSP
      TO CH_CLB_MEM_KEY

    COMPUTE CH_INV_TMSP = L$_CO01_INV_BASE - CH_LOGGED_TMSP

    MOVE P$_CRL_LETTER_TYPE  IN ICA_PRF370_CORR_LOG_WKSP
      TO CH_LETTER_TYPE
    MOVE P$_CPF_PROG_NAME    IN ICA_PRF363_CONTACT_PREF_WKSP
      TO CH_PROG_NAME
    MOVE P$_CRL_RUN_KEY      IN ICA_PRF370_CORR_LOG_WKSP
      TO CH_RUN_KEY
    MOVE P$_CPF_CHANNEL      IN ICA_PRF363_CONTACT_PREF_WKSP
      TO CH_CHANNEL
    MOVE P$_CPF_RUN_DATE     IN ICA_PRF363_CONTACT_PREF_WKSP
      TO CH_LETTER_DATE

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       SET CH_OUTCOME_SUPPRESSED TO TRUE
       MOVE P$_CPF_REASON    IN ICA_PRF363_CONTACT_PREF_WKSP
         TO CH_REASON
    ELSE
       SET CH_OUTCOME_SENT TO TRUE
    END-IF

    WRITE O_CORR_REC

    IF NOT L$_CORR_OK
       DISPLAY "** WARNING - correspondence record not written, "
               "status: " L$_CORR_STATUS
               " - member " CH_CLB_MEM_KEY
    END-IF
    .
 C-EXIT.    EXIT.
