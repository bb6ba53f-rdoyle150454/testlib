*       and when;                                                   *
*    4. the member's accumulator (current balance) and its         *
*       activity off the permanent 875 history store TRB71J's      *
*       Change #2111 maintains;                                     *
*    5. every letter and statement sent to, or suppressed for, the *
*       member, off the central correspondence store.              *
*                                                                   *
*  A completion record (member, date, run) is appended to the      *
*  permanent completion file - the regulator's proof the request   *
*       ICD_PRT_343_ACCESS_LOG   I   access entries.                *
*       ICD_PRT_755_BAL_CHK      I   member's accumulator.          *
*       I_875_HIST_FILE          I   permanent activity history.    *
*       I_CORR_FILE              I   correspondence history.        *
*       I_FIELD_DEFS_FILE        I   CLB_MEM_BAS field layout.      *
*       O_DISCLOSE_FILE          O   disclosure document.           *
*       O_COMPLETE_FILE          O   completion records.            *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Part 5: the member's letters     TP_ELEVY     15-OCT-2026  2160 *
*  and statements, newest first,     (see G-DISCLOSE-              *
*  off the central correspondence      CORRESPONDENCE)             *
*  store (ICA_PRF370_CORR_LOG).                                    *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_HIST_STATUS.

* 15-OCT-2026 - TP_ELEVY - the central correspondence store
*              ICA_PRF370_CORR_LOG appends to - every letter and
*              statement sent to (or suppressed for) the member.
*              Missing store is a finding, as for the history.
    SELECT I_CORR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       CH_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_CORR_STATUS.

    SELECT O_DISCLOSE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
       REPLACING    ICD_PRT_875_HST_STP_UPD  BY  H_875_BODY
                     ==01==                 BY  ==03==.

*   Same hand-kept record convention ICA_PRF370_CORR_LOG writes.
 FD I_CORR_FILE
    VALUE OF ID IS L$_CORR_NAME.
 01 I_CORR_REC.
    03 CH_KEY.
       05 CH_CLB_MEM_KEY            PIC X(30).
       05 CH_INV_TMSP               PIC 9(11)V9(07).
    03 CH_LETTER_TYPE               PIC X(10).
    03 CH_PROG_NAME                 PIC X(26).
    03 CH_RUN_KEY                   PIC X(26).
    03 CH_CHANNEL                   PIC X(01).
    03 CH_LETTER_DATE               PIC 9(08).
    03 CH_OUTCOME                   PIC X(01).
       88 CH_OUTCOME_SUPPRESSED		    VALUE "X".
    03 CH_REASON                    PIC X(40).
    03 CH_LOGGED_TMSP               PIC S9(11)V9(07) COMP.

 FD O_DISCLOSE_FILE
    VALUE OF ID IS L$_O_DISCLOSE_NAME.
 01 O_DISCLOSE_REC.
 01 L$_875_HIST_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_875_HIST.IDX".

 01 L$_CORR_NAME                    PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CORR_HISTORY.IDX".

 01 L$_O_DISCLOSE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB355_DSC_".
 01 L$_HIST_STATUS                  PIC X(02).
    88 L$_HIST_OK			    VALUE "00".

 01 L$_CORR_STATUS                  PIC X(02).
    88 L$_CORR_OK			    VALUE "00".

 01 L$_CMPL_PROBE_STATUS            PIC X(02).
    88 L$_CMPL_PROBE_FOUND		    VALUE "00".

    03 L$_SW01_EOF_HIST              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_HIST_NO			    VALUE 0.
       88 L$_SW01_EOF_HIST_YES			    VALUE 1.
    03 L$_SW01_EOF_CORR              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CORR_NO			    VALUE 0.
       88 L$_SW01_EOF_CORR_YES			    VALUE 1.
    03 L$_SW01_ACCUM_STATE           PIC 9(01)       VALUE 0.
       88 L$_SW01_ACCUM_FOUND_NO		    VALUE 0.
       88 L$_SW01_ACCUM_FOUND_YES		    VALUE 1.
    03 L$_CT01_FIELD_CHANGES         PIC 9(09).
    03 L$_CT01_ACCESS_ROWS           PIC 9(09).
    03 L$_CT01_ACTIVITY_ROWS         PIC 9(09).
    03 L$_CT01_LETTER_ROWS           PIC 9(09).

* UTL wksp and inc copies
*------------------------

    PERFORM F-DISCLOSE-ACCUM-ACTIVITY

    PERFORM G-DISCLOSE-CORRESPONDENCE

    PERFORM H-WRITE-COMPLETION-REC

    PERFORM Z-FINISH
    .
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 G-DISCLOSE-CORRESPONDENCE		SECTION.
*--------------------------------------------------------------------
*# every letter and statement the member was sent - or that was
*# suppressed, and why - off the central correspondence store,
*# newest first: the store's key runs that way for one member.
 G-00.

    MOVE SPACES  TO MSG IN O_DISCLOSE_REC
    PERFORM W-WRITE-DISCLOSE-LINE
    MOVE "PART 5 - CORRESPONDENCE (LETTERS AND STATEMENTS)"
      TO MSG	IN O_DISCLOSE_REC
    PERFORM W-WRITE-DISCLOSE-LINE

    OPEN INPUT I_CORR_FILE

    IF NOT L$_CORR_OK
       MOVE "  correspondence store not available - part omitted; "
         TO MSG	IN O_DISCLOSE_REC
       PERFORM W-WRITE-DISCLOSE-LINE
       MOVE "  see the producing programs' run registers."
         TO MSG	IN O_DISCLOSE_REC
       PERFORM W-WRITE-DISCLOSE-LINE
       GO TO G-EXIT
    END-IF

    MOVE L$_WS01_MEMBER_KEY TO CH_CLB_MEM_KEY
    MOVE ZERO               TO CH_INV_TMSP

    START I_CORR_FILE KEY NOT < CH_KEY

    IF NOT L$_CORR_OK
       SET L$_SW01_EOF_CORR_YES TO TRUE
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CORR_YES
       READ I_CORR_FILE NEXT
          AT END
             SET L$_SW01_EOF_CORR_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CORR_NO
          IF CH_CLB_MEM_KEY NOT = L$_WS01_MEMBER_KEY
             SET L$_SW01_EOF_CORR_YES TO TRUE
          ELSE
             ADD 1 TO L$_CT01_LETTER_ROWS

             MOVE SPACES  TO MSG IN O_DISCLOSE_REC
             IF CH_OUTCOME_SUPPRESSED
                STRING "  " CH_LETTER_DATE
                       " " CH_LETTER_TYPE
                       " FROM " CH_PROG_NAME
                       " RUN " CH_RUN_KEY
                       " SUPPRESSED - " CH_REASON
                  DELIMITED BY SIZE
                  INTO MSG  IN O_DISCLOSE_REC
             ELSE
                STRING "  " CH_LETTER_DATE
                       " " CH_LETTER_TYPE
                       " FROM " CH_PROG_NAME
                       " RUN " CH_RUN_KEY
                       " SENT BY " CH_CHANNEL
                  DELIMITED BY SIZE
                  INTO MSG  IN O_DISCLOSE_REC
             END-IF
             PERFORM W-WRITE-DISCLOSE-LINE
          END-IF
       END-IF
    END-PERFORM

    IF L$_CT01_LETTER_ROWS = ZERO
       MOVE "  no correspondence recorded for this member."
         TO MSG	IN O_DISCLOSE_REC
       PERFORM W-WRITE-DISCLOSE-LINE
    END-IF

    CLOSE I_CORR_FILE
    .
 G-EXIT.    EXIT.
*--------------------------------------------------------------------
 H-WRITE-COMPLETION-REC		SECTION.
*--------------------------------------------------------------------
 H-00.

    OPEN INPUT O_CMPL_PROBE_FILE

    IF L$_CMPL_PROBE_FOUND
      INTO MSG  IN O_DISCLOSE_REC
    PERFORM W-WRITE-DISCLOSE-LINE
    .
 H-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-DISCLOSE-LINE			SECTION.
*--------------------------------------------------------------------
      INTO MSG	IN O_DISCLOSE_REC
    PERFORM W-WRITE-DISCLOSE-LINE

    STRING "Letters disclosed:"       DELIMITED BY SIZE
           L$_CT01_LETTER_ROWS        DELIMITED BY SIZE
      INTO MSG	IN O_DISCLOSE_REC
    PERFORM W-WRITE-DISCLOSE-LINE

    CLOSE O_DISCLOSE_FILE
    DISPLAY "Close Output File: " L$_O_DISCLOSE_NAME

    DISPLAY "Change-trail rows disclosed:", L$_CT01_CHG_ROWS
    DISPLAY "Access-log rows disclosed:", L$_CT01_ACCESS_ROWS
    DISPLAY "Activity rows disclosed:", L$_CT01_ACTIVITY_ROWS
    DISPLAY "Letters disclosed:", L$_CT01_LETTER_ROWS

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

