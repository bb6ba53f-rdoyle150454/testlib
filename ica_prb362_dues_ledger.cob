*  actually cleared lived only in the TRB713 ack cycle, and nobody *
*  joined the two.  A member could bounce dues for six months      *
*  before anyone noticed.  This job keeps the receivable ledger,   *
*  in four modes:                                                   *
*                                                                   *
*    "O" OPEN    - each billed charge in the PRB348 670 output     *
*                  opens one ledger entry (status "O").            *
*                  goes twice, and the member's recorded contact   *
*                  preference routes the channel (a dunning        *
*                  letter is MANDATORY - debt does not respect an  *
*                  opt-out). A member flagged deceased by the      *
*                  death-notice feed is never dunned.               *
*    "P" PAID    - a member who paid us directly: each credit in   *
*                  TRB71X's cash-application file settles that     *
*                  member's open and failed entries oldest charge  *
*                  first; an entry fully settled goes PAID BY      *
*                  DIRECT CREDIT ("P"), a part-settled one keeps   *
*                  its status and ages on what is still owed.      *
*                  Money left over is reported UNAPPLIED.          *
*                  The file applied is renamed aside (type         *
*                  .APPLIED_hhmmss), so a rerun, or a second "P"   *
*                  the same day, never applies a credit twice;     *
*                  a later intake that day starts a fresh file.    *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [02-Sep-2026] [TP_ASAKA]     Design    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*       RUN_MODE             I    "O" open / "A" apply / "G" age /  *
*                                  "P" apply member credits.        *
*       RUN_DATE             I    run date, CCYYMMDD.               *
*       OPER_ID              I    names the run's output files.     *
*       I670_FILE_NAME       I    mode O: PRB348's 670 output.      *
*       BUCKET3_BEFORE_DATE  I                                       *
*       DUN1_BEFORE_DATE     I    mode G: reminder threshold.       *
*       DUN2_BEFORE_DATE     I    mode G: final-notice threshold.   *
*       I_CASH_APPL_FILE_NAME I   mode P: TRB71X's cash-application *
*                                  file.                             *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       IO_LEDGER_FILE          I/O  the receivable ledger.         *
*       I670_FILE                I   billed charges (mode O).       *
*       I_RESUB_FILE             I   bounced debits (mode A).       *
*       I_CASH_APPL_FILE         I   member credits (mode P).       *
*       O_LETTERS_FILE           O   dunning letters, mail.         *
*       O_LETTERS_E_FILE         O   dunning letters, email.        *
*       O_REPORT_FILE            O   run report / aging report.     *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Mode "P": member credits posted  TP_ELEVY     15-OCT-2026  2153 *
*  by TRB71X settle open/failed      (see F-APPLY-CREDITS)          *
*  entries oldest first - status                                    *
*  "P", LG_PAID_AMT/LG_PAID_DATE.                                   *
*  Aging and dunning work on the                                    *
*  amount still owed.                                               *
*  The applied file is renamed       (see FC-RETIRE-CAP-FILE)       *
*  aside after the run, so no                                       *
*  credit is applied twice.                                         *
* --------------------------------- ------------- ----------- ---- *
*  Dunning frozen for a member      TP_ELEVY     15-OCT-2026  2155 *
*  flagged deceased (MEMBER_STATUS   (see EC-DUN-ONE-ENTRY)         *
*  "D", ICA_PRB366_DEATH_NOTICE):                                   *
*  entry reported, no letter, the                                   *
*  dunning level left as it was.                                    *
* --------------------------------- ------------- ----------- ---- *
*  Each dunning letter, sent or     TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see EC-DUN-ONE-ENTRY)        *
*  central correspondence store                                    *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*  Email-channel letters also go to  TP_ELEVY     15-OCT-2026  2162 *
*  the outbound email gateway        (see EF-WRITE-LETTER-LINE)    *
*  (ICA_PRF372_EMAIL_OUT) with a                                   *
*  delivery tracking id.                                           *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_RESUB_STATUS.

* Change #2153 - Start.
    SELECT I_CASH_APPL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CASH_APPL_STATUS.
* Change #2153 - End.

    SELECT O_LETTERS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
       88 LG_STATUS_OPEN		    VALUE "O".
       88 LG_STATUS_CLEARED		    VALUE "C".
       88 LG_STATUS_FAILED		    VALUE "F".
* Change #2153 - Start.
       88 LG_STATUS_PAID		    VALUE "P".
* Change #2153 - End.
    03 LG_STATUS_DATE		PIC 9(08).
    03 LG_DUN_LEVEL		PIC 9(01).
* Change #2153 - Start.
*   what direct member credits have settled so far, and when the
*   last of them was applied - zero while nothing was.
    03 LG_PAID_AMT		PIC S9(12)V99.
    03 LG_PAID_DATE		PIC 9(08).
* Change #2153 - End.

 FD I_LDG_PROBE_FILE
    VALUE OF ID IS L$_LDG_PROBE_NAME.
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==I_RESUB_REC==.

* Change #2153 - Start.
*   ICA_TRB71X_CREDIT_INTAKE's cash-application record.
 FD I_CASH_APPL_FILE
    VALUE OF ID IS L$_I_CASH_APPL_NAME.
 01 I_CASH_APPL_REC.
    03 CAP_MEMBER_ID                PIC 9(15).
    03 CAP_CLB_MEM_KEY              PIC X(30).
    03 CAP_AMOUNT                   PIC S9(12)V99.
    03 CAP_VALUE_DATE               PIC 9(08).
    03 CAP_REFERENCE                PIC X(20).
* Change #2153 - End.

 FD O_LETTERS_FILE
    VALUE OF ID IS L$_O_LETTERS_NAME.
 01 O_LETTERS_REC.

 01 L$_I670_NAME                    PIC X(54).
 01 L$_I_RESUB_NAME                 PIC X(54).
* Change #2153 - Start.
 01 L$_I_CASH_APPL_NAME             PIC X(54).
*   the applied file's new type: the name and directory stay.
 01 L$_CAP_APPLIED_NAME.
    03 FILLER                       PIC X(10) VALUE "*.APPLIED_".
    03 L$_WS01_CAP_APPLIED_HH       PIC X(02).
    03 L$_WS01_CAP_APPLIED_MI       PIC X(02).
    03 L$_WS01_CAP_APPLIED_SS       PIC X(02).
* Change #2153 - End.

 01 L$_O_LETTERS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
 01 L$_RESUB_STATUS                 PIC X(02).
    88 L$_RESUB_FOUND			    VALUE "00".

* Change #2153 - Start.
 01 L$_CASH_APPL_STATUS             PIC X(02).
    88 L$_CASH_APPL_FOUND		    VALUE "00".
* Change #2153 - End.

 01 L$_WS01_RUN_MODE                PIC X(01).
    88 L$_WS01_MODE_OPEN		    VALUE "O".
    88 L$_WS01_MODE_APPLY		    VALUE "A".
    88 L$_WS01_MODE_AGE			    VALUE "G".
* Change #2153 - Start.
    88 L$_WS01_MODE_PAID		    VALUE "P".
* Change #2153 - End.

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_CHARGE_DATE             PIC 9(08).
 01 L$_WS01_LTR_CHANNEL             PIC X(01).
 01 L$_WS01_DUN_WANTED              PIC 9(01).
 01 LD$_AMT                         PIC -(12)9.99.
* Change #2153 - Start.
 01 L$_WS01_OWED                    PIC S9(12)V99.
 01 L$_WS01_CRD_LEFT                PIC S9(12)V99.
 01 L$_WS01_APPLIED                 PIC S9(12)V99.
* Change #2153 - End.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_670               PIC 9(01)       VALUE 0.
    03 L$_SW01_MEMBER_FOUND          PIC 9(01)       VALUE 0.
       88 L$_SW01_MEMBER_FOUND_NO		    VALUE 0.
       88 L$_SW01_MEMBER_FOUND_YES		    VALUE 1.
* Change #2153 - Start.
    03 L$_SW01_EOF_CAP               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CAP_NO			    VALUE 0.
       88 L$_SW01_EOF_CAP_YES			    VALUE 1.
* Change #2153 - End.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_ENTRIES_OPENED        PIC 9(09).
    03 L$_CT01_BUCKET2_AMT           PIC S9(14)V99 COMP.
    03 L$_CT01_BUCKET3_AMT           PIC S9(14)V99 COMP.
    03 L$_CT01_CURRENT_AMT           PIC S9(14)V99 COMP.
* Change #2153 - Start.
    03 L$_CT01_CREDITS_READ          PIC 9(09).
    03 L$_CT01_ENTRIES_PAID          PIC 9(09).
    03 L$_CT01_ENTRIES_PART_PAID     PIC 9(09).
    03 L$_CT01_CREDITS_UNAPPLIED     PIC 9(09).
    03 L$_CT01_APPLIED_AMT           PIC S9(14)V99 COMP.
    03 L$_CT01_UNAPPLIED_AMT         PIC S9(14)V99 COMP.
* Change #2153 - End.
* Change #2155 - Start.
    03 L$_CT01_DUN_FROZEN            PIC 9(09).
* Change #2155 - End.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
* Change #2153 - Start.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.
* Change #2153 - End.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.
*              only the returned-mail marker can suppress it.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every letter, sent or
*              suppressed, recorded against the member.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - outbound email gateway (see
*              ICA_PRF372_EMAIL_OUT): every email-channel line also
*              goes to the gateway, tracked per letter.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"      FROM DICTIONARY.
             PERFORM D-APPLY-ACKS
        WHEN L$_WS01_MODE_AGE
             PERFORM E-AGE-AND-DUN
* Change #2153 - Start.
        WHEN L$_WS01_MODE_PAID
             PERFORM F-APPLY-CREDITS
* Change #2153 - End.
    END-EVALUATE

    PERFORM Z-FINISH
      TO L$_WS01_DUN1_BEFORE
    MOVE DUN2_BEFORE_DATE    IN ICA_PRB362_DUES_LEDGER_INP
      TO L$_WS01_DUN2_BEFORE
* Change #2153 - Start.
    MOVE I_CASH_APPL_FILE_NAME IN ICA_PRB362_DUES_LEDGER_INP
      TO L$_I_CASH_APPL_NAME
* Change #2153 - End.

* Change #2153 - Start.
    IF NOT L$_WS01_MODE_OPEN
   AND NOT L$_WS01_MODE_APPLY
   AND NOT L$_WS01_MODE_AGE
   AND NOT L$_WS01_MODE_PAID
       DISPLAY "** RUN_MODE must be O, A, G or P. Run refused."
* Change #2153 - End.
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE


    ADD 1 TO L$_CT01_IN_ARREARS

* Change #2153 - Start.
*   what direct member credits already settled is not arrears.
    SUBTRACT LG_PAID_AMT FROM LG_AMOUNT GIVING L$_WS01_OWED

    MOVE L$_WS01_OWED TO LD$_AMT
* Change #2153 - End.
    MOVE SPACES  TO MSG2 IN O_REPORT_REC

    EVALUATE TRUE
        WHEN LG_CHARGE_DATE < L$_WS01_BUCKET3
             ADD L$_WS01_OWED TO L$_CT01_BUCKET3_AMT
             STRING "ARREARS (OLDEST BUCKET) - " LG_CLB_MEM_KEY
                    " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
               DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
        WHEN LG_CHARGE_DATE < L$_WS01_BUCKET2
             ADD L$_WS01_OWED TO L$_CT01_BUCKET2_AMT
             STRING "ARREARS (MIDDLE BUCKET) - " LG_CLB_MEM_KEY
                    " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
               DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
        WHEN LG_CHARGE_DATE < L$_WS01_BUCKET1
             ADD L$_WS01_OWED TO L$_CT01_BUCKET1_AMT
             STRING "ARREARS (NEWEST BUCKET) - " LG_CLB_MEM_KEY
                    " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
               DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
        WHEN OTHER
             ADD L$_WS01_OWED TO L$_CT01_CURRENT_AMT
             STRING "CURRENT - " LG_CLB_MEM_KEY
                    " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
               DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
       GO TO EC-EXIT
    END-IF

* Change #2155 - Start.
*   a deceased member's debt is the estate's business, handled by
*   hand - no letter, and the level stays where it was so nothing
*   fires by itself if the flag is ever lifted.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "D"
       ADD 1 TO L$_CT01_DUN_FROZEN
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "  DUNNING FROZEN - MEMBER DECEASED - "
              LG_CLB_MEM_KEY
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EC-EXIT
    END-IF
* Change #2155 - End.

*   the member's recorded preference decides channel and
*   suppression; a dunning letter is mandatory.
    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

* Change #2160 - Start.
    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "DUNNING"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB362_DUES_LEDGER_INP
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP
* Change #2160 - End.

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
      INTO MSG  IN O_LETTERS_REC
    PERFORM EF-WRITE-LETTER-LINE

* Change #2153 - Start.
    MOVE L$_WS01_OWED TO LD$_AMT
* Change #2153 - End.
    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "Your dues charge of " LG_CHARGE_DATE
           " for " LD$_AMT
    IF L$_WS01_LTR_CHANNEL = "E"
       MOVE MSG IN O_LETTERS_REC TO MSG_E IN O_LETTERS_E_REC
       WRITE O_LETTERS_E_REC
* 15-OCT-2026 - TP_ELEVY - and to the email gateway, which gives
*              the letter its tracking id.
       MOVE MSG IN O_LETTERS_REC
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       CALL 'ICA_PRF372_EMAIL_OUT'
            USING ICA_PRF372_EMAIL_OUT_WKSP
                  ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    ELSE
       WRITE O_LETTERS_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 EB-EXIT.    EXIT.
* Change #2153 - Start.
*--------------------------------------------------------------------
 F-APPLY-CREDITS			SECTION.
*--------------------------------------------------------------------
*# a member who paid us directly: every credit TRB71X posted is
*# applied to that member's arrears. No file is no credits. The
*# file applied is retired, so nothing on it is applied again.
 F-00.

    OPEN INPUT I_CASH_APPL_FILE

    IF NOT L$_CASH_APPL_FOUND
       MOVE "No cash-application file - no member credits to apply."
         TO MSG2	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO F-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_I_CASH_APPL_NAME

    PERFORM UNTIL L$_SW01_EOF_CAP_YES
       READ I_CASH_APPL_FILE
          AT END
             SET L$_SW01_EOF_CAP_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CAP_NO
          PERFORM FA-APPLY-ONE-CREDIT
       END-IF
    END-PERFORM

    CLOSE I_CASH_APPL_FILE

    PERFORM FC-RETIRE-CAP-FILE

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_APPLIED_AMT TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "MEMBER CREDITS APPLIED: " LD$_AMT
      DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_UNAPPLIED_AMT TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "MEMBER CREDITS UNAPPLIED: " LD$_AMT
      DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-APPLY-ONE-CREDIT			SECTION.
*--------------------------------------------------------------------
*# the member's entries by a keyed sweep over the id - START at
*# (id, zero) and walk it, the DA1 way. The key orders them by
*# charge date, so the oldest debt is settled first.
 FA-00.

    ADD 1 TO L$_CT01_CREDITS_READ

    MOVE CAP_AMOUNT TO L$_WS01_CRD_LEFT

    SET L$_SW01_EOF_LDG_NO TO TRUE

    MOVE CAP_MEMBER_ID TO LG_INTR_ID
    MOVE ZERO          TO LG_CHARGE_DATE

    START IO_LEDGER_FILE KEY NOT < LG_KEY

    IF NOT L$_LEDGER_OK
       GO TO FA-LEFT-OVER
    END-IF

    PERFORM UNTIL L$_SW01_EOF_LDG_YES
               OR L$_WS01_CRD_LEFT NOT > 0
       READ IO_LEDGER_FILE NEXT
          AT END
             SET L$_SW01_EOF_LDG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LDG_NO
          IF LG_INTR_ID NOT = CAP_MEMBER_ID
             SET L$_SW01_EOF_LDG_YES TO TRUE
          ELSE
             IF LG_STATUS_OPEN OR LG_STATUS_FAILED
                PERFORM FB-SETTLE-ONE-ENTRY
             END-IF
          END-IF
       END-IF
    END-PERFORM
    .
 FA-LEFT-OVER.

    IF L$_WS01_CRD_LEFT > 0
       ADD 1                TO L$_CT01_CREDITS_UNAPPLIED
       ADD L$_WS01_CRD_LEFT TO L$_CT01_UNAPPLIED_AMT

       MOVE L$_WS01_CRD_LEFT TO LD$_AMT
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "UNAPPLIED - " CAP_CLB_MEM_KEY
              " credit " CAP_REFERENCE
              " of " CAP_VALUE_DATE " AMOUNT: " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 FB-SETTLE-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
*# as much of the credit as the entry still owes; settled in full
*# it goes PAID BY DIRECT CREDIT and drops out of aging.
 FB-00.

    SUBTRACT LG_PAID_AMT FROM LG_AMOUNT GIVING L$_WS01_OWED

    IF L$_WS01_OWED NOT > 0
       GO TO FB-EXIT
    END-IF

    IF L$_WS01_CRD_LEFT < L$_WS01_OWED
       MOVE L$_WS01_CRD_LEFT TO L$_WS01_APPLIED
    ELSE
       MOVE L$_WS01_OWED     TO L$_WS01_APPLIED
    END-IF

    ADD      L$_WS01_APPLIED TO   LG_PAID_AMT
    SUBTRACT L$_WS01_APPLIED FROM L$_WS01_CRD_LEFT
    ADD      L$_WS01_APPLIED TO   L$_CT01_APPLIED_AMT
    MOVE L$_WS01_RUN_DATE    TO   LG_PAID_DATE

    MOVE L$_WS01_APPLIED TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REPORT_REC

    IF L$_WS01_APPLIED = L$_WS01_OWED
       MOVE "P"              TO LG_STATUS
       MOVE L$_WS01_RUN_DATE TO LG_STATUS_DATE
       ADD 1 TO L$_CT01_ENTRIES_PAID
       STRING "PAID - " LG_CLB_MEM_KEY
              " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
              " credit " CAP_REFERENCE
         DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
    ELSE
       ADD 1 TO L$_CT01_ENTRIES_PART_PAID
       STRING "PART PAID - " LG_CLB_MEM_KEY
              " charge " LG_CHARGE_DATE " AMOUNT: " LD$_AMT
              " credit " CAP_REFERENCE
         DELIMITED BY SIZE  INTO MSG2 IN O_REPORT_REC
    END-IF

    REWRITE IO_LEDGER_REC

    PERFORM W-WRITE-REPORT-LINE
    .
 FB-EXIT.    EXIT.
*--------------------------------------------------------------------
 FC-RETIRE-CAP-FILE			SECTION.
*--------------------------------------------------------------------
*# the applied file is renamed aside, same name and directory, type
*# .APPLIED_hhmmss - its credits must never be applied twice. The
*# next TRB71X/TRB72G writer that day finds no file and starts one.
 FC-00.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_C23 IN UTL_GET_DATE_TIME_WKSP(13:2)
      TO L$_WS01_CAP_APPLIED_HH
    MOVE SP$_DATE_TIME_C23 IN UTL_GET_DATE_TIME_WKSP(16:2)
      TO L$_WS01_CAP_APPLIED_MI
    MOVE SP$_DATE_TIME_C23 IN UTL_GET_DATE_TIME_WKSP(19:2)
      TO L$_WS01_CAP_APPLIED_SS

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_I_CASH_APPL_NAME " "
           L$_CAP_APPLIED_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at FC-RETIRE-CAP-FILE - UTL_SPAWN_PROCESS"
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 FC-EXIT.    EXIT.
* Change #2153 - End.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

* Change #2155 - Start.
    STRING "Dunning frozen, member deceased:" DELIMITED BY SIZE
           L$_CT01_DUN_FROZEN                DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
* Change #2155 - End.

* Change #2153 - Start.
    STRING "Member credits read:"  DELIMITED BY SIZE
           L$_CT01_CREDITS_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Entries paid by direct credit:" DELIMITED BY SIZE
           L$_CT01_ENTRIES_PAID             DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Entries part paid:"        DELIMITED BY SIZE
           L$_CT01_ENTRIES_PART_PAID   DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Credits with an unapplied remainder:" DELIMITED BY SIZE
           L$_CT01_CREDITS_UNAPPLIED              DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
* Change #2153 - End.

    CLOSE IO_LEDGER_FILE
          O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
    DISPLAY "Entries in arrears:", L$_CT01_IN_ARREARS
    DISPLAY "Reminder letters:", L$_CT01_DUN1_LETTERS
    DISPLAY "Final notices:", L$_CT01_DUN2_LETTERS
* Change #2153 - Start.
    DISPLAY "Entries paid by direct credit:", L$_CT01_ENTRIES_PAID
    DISPLAY "Credits unapplied:", L$_CT01_CREDITS_UNAPPLIED
* Change #2153 - End.

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

