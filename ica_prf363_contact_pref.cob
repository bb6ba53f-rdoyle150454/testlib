*       any mailing - there is no point printing to an address     *
*       the post office already bounced - but an email-channel     *
*       member still gets theirs;                                   *
*    4. an email-channel member whose address is blank, or was     *
*       hard-bounced by the email gateway, is answered mail;       *
*    5. every suppression is appended to the suppression log by    *
*       this routine, so the producers only branch on the answer.  *
*                                                                   *
*  Never fails the caller (the ICA_TRF719_MSG_CATALOG stance).     *
*       P$_CPF_CHANNEL       O    "M" mail, "E" email.              *
*       P$_CPF_LANGUAGE      O    preferred language code.          *
*       P$_CPF_REASON        O    why suppressed.                   *
*       P$_CPF_EMAIL_ADDRESS O    address, channel "E" only.        *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_PREF_FILE              I   contact-preference store.      *
*       O_SUPPRESS_FILE          O   suppression log.               *
*       I_DECEASED_FILE          I   deceased-member store.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Suppress every non-mandatory      TP_ELEVY     15-OCT-2026  2155 *
*  mailing to a member in the        (see BA-CHECK-DECEASED)        *
*  deceased-member store kept by                                    *
*  ICA_PRB366_DEATH_NOTICE.                                         *
* --------------------------------- ------------- ----------- ---- *
*  Preference record carries the     TP_ELEVY     15-OCT-2026  2161 *
*  returned-mail date and reason     (see I_PREF_FILE)              *
*  ICA_PRB371_RETURN_MAIL sets.                                     *
* --------------------------------- ------------- ----------- ---- *
*  Email channel answers the         TP_ELEVY     15-OCT-2026  2162 *
*  address; a blank or bounced       (see B-LOOK-UP-PREFERENCE)     *
*  address falls back to mail.                                      *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   RECORD KEY		  IS	       CP_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_PREF_STATUS.

    SELECT I_DECEASED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DC_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_DECEASED_STATUS.

    SELECT O_SUPPRESS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
    03 CP_RETURNED_MAIL             PIC X(01).
    03 CP_UPDATED_BY                PIC X(12).
    03 CP_UPDATED_TMSP              PIC S9(11)V9(07) COMP.
    03 CP_RETURN_DATE               PIC 9(08).
    03 CP_RETURN_REASON             PIC X(30).
    03 CP_EMAIL_ADDRESS             PIC X(60).
    03 CP_EMAIL_BAD                 PIC X(01).

*   Hand-kept record ICA_PRB366_DEATH_NOTICE writes - only the key
*   matters here.
 FD I_DECEASED_FILE
    VALUE OF ID IS L$_DECEASED_NAME.
 01 I_DECEASED_REC.
    03 DC_CLB_MEM_KEY               PIC X(30).
    03 FILLER                       PIC X(204).

 FD O_SUPPRESS_FILE
    VALUE OF ID IS L$_SUPPRESS_NAME.
 01 L$_PREF_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_DECEASED_NAME                PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_DECEASED.IDX".

 01 L$_SUPPRESS_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_SUPPRESS_LOG.DAT".

 01 L$_PREF_STATUS                  PIC X(02).
    88 L$_PREF_OK			    VALUE "00".

 01 L$_DECEASED_STATUS              PIC X(02).
    88 L$_DECEASED_OK			    VALUE "00".

 01 L$_SUPPRESS_STATUS              PIC X(02).
    88 L$_SUPPRESS_OK			    VALUE "00".

    MOVE "M"    TO P$_CPF_CHANNEL  IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE SPACES TO P$_CPF_LANGUAGE IN ICA_PRF363_CONTACT_PREF_WKSP
                   P$_CPF_REASON   IN ICA_PRF363_CONTACT_PREF_WKSP
                   P$_CPF_EMAIL_ADDRESS
                                   IN ICA_PRF363_CONTACT_PREF_WKSP

    PERFORM B-LOOK-UP-PREFERENCE

    IF P$_CPF_WRITE     IN ICA_PRF363_CONTACT_PREF_WKSP = "Y"
   AND P$_CPF_MANDATORY IN ICA_PRF363_CONTACT_PREF_WKSP NOT = "Y"
       PERFORM BA-CHECK-DECEASED
    END-IF

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       PERFORM C-LOG-SUPPRESSION
    END-IF
    MOVE CP_LANGUAGE TO P$_CPF_LANGUAGE
                        IN ICA_PRF363_CONTACT_PREF_WKSP

*#  email needs an address the gateway has not hard-bounced
*#  (ICA_PRB373_EMAIL_STATUS sets CP_EMAIL_BAD); otherwise the
*#  member is written to by mail until the desk keys a new one.
    IF CP_CHANNEL = "E"
       IF CP_EMAIL_ADDRESS = SPACES
       OR CP_EMAIL_BAD     = "Y"
          MOVE "M" TO P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP
       ELSE
          MOVE CP_EMAIL_ADDRESS
            TO P$_CPF_EMAIL_ADDRESS IN ICA_PRF363_CONTACT_PREF_WKSP
       END-IF
    END-IF

    IF CP_OPT_OUT_NONMAND = "Y"
   AND P$_CPF_MANDATORY IN ICA_PRF363_CONTACT_PREF_WKSP NOT = "Y"
       MOVE "N" TO P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP
*#  a bounced address kills the mail channel whatever the mailing;
*#  an email-channel member is unaffected.
    IF CP_RETURNED_MAIL = "Y"
   AND P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP NOT = "E"
   AND P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "Y"
       MOVE "N" TO P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "ADDRESS RETURNED UNDELIVERABLE"
    CLOSE I_PREF_FILE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-CHECK-DECEASED			SECTION.
*--------------------------------------------------------------------
*#  a member the death-notice feed flagged gets no renewal notice,
*#  no marketing and no reminders - only what must go to the estate.
*#  No store, or no record for the member, is the answer "alive".
 BA-00.

    OPEN INPUT I_DECEASED_FILE

    IF NOT L$_DECEASED_OK
       GO TO BA-EXIT
    END-IF

    MOVE P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
      TO DC_CLB_MEM_KEY

    READ I_DECEASED_FILE

    IF L$_DECEASED_OK
       MOVE "N" TO P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "MEMBER DECEASED"
         TO P$_CPF_REASON IN ICA_PRF363_CONTACT_PREF_WKSP
    END-IF

    CLOSE I_DECEASED_FILE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LOG-SUPPRESSION			SECTION.
*--------------------------------------------------------------------
