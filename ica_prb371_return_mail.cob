*********************************************************************
******* PROGRAM_NAME: [ICA_PRB371_RETURN_MAIL.COB] ******************
*                                                                   *
*                                    [Club products sub-system]    *
*        Post-office returned-mail ingest and trace list           *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_PRF363_CONTACT_PREF stops the mail channel once a member's  *
*  returned-mail marker is set, but the marker was only ever set   *
*  by hand in ICA_PRT363_PUT_DATA, one envelope at a time - most   *
*  returns were never keyed.  This job takes the post office's     *
*  daily returned-mail file and matches it against                 *
*  ICD_PRT_343_CLB_MEM_BAS in one full-sweep cursor pass:          *
*                                                                   *
*    MATCHED   - the addressee name AND the address both equal     *
*                the member's FLAT_NAME and FLAT_ADDRESS: the      *
*                letter went to the address we hold, and came      *
*                back;                                              *
*    UNMATCHED - no member holds that name at that address (moved  *
*                since, or not ours): listed on the report for the *
*                service desk, never marked.                        *
*                                                                   *
*  A matched member gets the marker in the contact-preference      *
*  store (RMS indexed, keyed by member) with the post office's     *
*  return date and reason.  A member with no preference record     *
*  gets one, with the pre-registry defaults.  A marker already     *
*  standing from the same or a later return is left alone, so a    *
*  file delivered twice is harmless.                                *
*                                                                   *
*  Every member newly marked who still has money moving - an       *
*  accumulator that is not cancelled, or dues-ledger entries open  *
*  or failed with something left to pay - goes on the follow-up    *
*  list, so the service desk traces a new address before the next  *
*  debit or dunning run needs one.                                  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 returns, report and follow-up     *
*                                 files.                             *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_RETURN_FILE            I   post-office returned mail.     *
*       ICD_PRT_343_CLB_MEM_BAS  I   member rows (cursor sweep).    *
*       IO_PREF_FILE            I/O  contact-preference store.      *
*       ICD_PRT_755_BAL_CHK      I   member's accumulators.         *
*       I_LEDGER_FILE            I   dues receivable ledger.        *
*       O_REPORT_FILE            O   match report.                  *
*       O_FOLLOWUP_FILE          O   address-trace follow-up list.  *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Preference record carries the     TP_ELEVY     15-OCT-2026  2162 *
*  email address and bounced flag.   (see IO_PREF_FILE)             *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB371_RETURN_MAIL.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The post office's daily returned-mail file.
    SELECT I_RETURN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

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

*   The receivable ledger ICA_PRB362_DUES_LEDGER keeps - optional
*   here: no ledger is no arrears, own status.
    SELECT I_LEDGER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       LG_KEY
           FILE STATUS		  IS	       L$_LEDGER_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_FOLLOWUP_FILE
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
*   The post office's record, as delivered.
 FD I_RETURN_FILE
    VALUE OF ID IS L$_RETURN_FILE_NAME.
 01 I_RETURN_REC.
    03 RM_ADDRESSEE_NAME            PIC X(40).
    03 RM_ADDRESS                   PIC X(60).
    03 RM_RETURN_DATE               PIC 9(08).
    03 RM_REASON_CODE               PIC X(02).
    03 RM_REASON_TEXT               PIC X(28).

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

*   Same hand-kept record convention ICA_PRB362_DUES_LEDGER keeps.
 FD I_LEDGER_FILE
    VALUE OF ID IS L$_LEDGER_FILE_NAME.
 01 I_LEDGER_REC.
    03 LG_KEY.
       05 LG_INTR_ID                PIC 9(15).
       05 LG_CHARGE_DATE            PIC 9(08).
    03 LG_CLB_MEM_KEY               PIC X(30).
    03 LG_AMOUNT                    PIC S9(12)V99.
    03 LG_STATUS                    PIC X(01).
       88 LG_STATUS_OPEN		    VALUE "O".
       88 LG_STATUS_CLEARED		    VALUE "C".
       88 LG_STATUS_FAILED		    VALUE "F".
       88 LG_STATUS_PAID		    VALUE "P".
    03 LG_STATUS_DATE               PIC 9(08).
    03 LG_DUN_LEVEL                 PIC 9(01).
    03 LG_PAID_AMT                  PIC S9(12)V99.
    03 LG_PAID_DATE                 PIC 9(08).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG2                         PIC X(200).

 FD O_FOLLOWUP_FILE
    VALUE OF ID IS L$_O_FOLLOWUP_FILE_NAME.
 01 O_FOLLOWUP_REC.
    03 MSG3                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_RETURN_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB371_RTM_".
    03 L$_WS01_RETURN_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB371_MCH_".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_FOLLOWUP_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB371_FUP_".
    03 L$_WS01_FOLLOWUP_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_PREF_FILE_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_PREF_PROBE_NAME              PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_CONTACT_PREF.IDX".

 01 L$_LEDGER_FILE_NAME             PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DUES_LEDGER.IDX".

 01 L$_PREF_STATUS                  PIC X(02).
    88 L$_PREF_OK		    VALUE "00".

 01 L$_PREF_PROBE_STATUS            PIC X(02).
    88 L$_PREF_PROBE_OPENED		    VALUE "00".
    88 L$_PREF_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_LEDGER_STATUS                PIC X(02).
    88 L$_LEDGER_OK		    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_ACTIVE_ACCUMS           PIC 9(04).
 01 L$_WS01_ARREARS                 PIC S9(12)V99.
 01 L$_WS01_BEST_IDX                PIC 9(04).

 01 L$_CO01_STATUS_CANCELLED        PIC 9(01) VALUE 4.

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_CNT                         PIC Z(03)9.

*   the day's returns, loaded once; the sweep marks the ones it
*   matched.
 01 L$_WS01_RT_TBL.
    03 L$_WS01_RT_CNT               PIC 9(04)       VALUE 0.
    03 L$_WS01_RT_ENTRY   OCCURS 2000 TIMES
                          INDEXED BY L$_WS01_RT_IDX.
       05 L$_WS01_RT_NAME           PIC X(40).
       05 L$_WS01_RT_ADDRESS        PIC X(60).
       05 L$_WS01_RT_DATE           PIC 9(08).
       05 L$_WS01_RT_REASON         PIC X(30).
       05 L$_WS01_RT_MATCHED        PIC X(01).

*   the members the sweep matched, worked once the sweep cursor is
*   closed - the accumulator inquiry opens a cursor of its own.
 01 L$_WS02_MT_TBL.
    03 L$_WS02_MT_CNT               PIC 9(04)       VALUE 0.
    03 L$_WS02_MT_ENTRY   OCCURS 4000 TIMES
                          INDEXED BY L$_WS02_MT_IDX.
       05 L$_WS02_MT_CLB_MEM_KEY    PIC X(30).
       05 L$_WS02_MT_MEMBER_ID      PIC 9(15).
       05 L$_WS02_MT_NAME           PIC X(40).
       05 L$_WS02_MT_RT_IDX         PIC 9(04).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SWEEP	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SWEEP_NO		    VALUE 0.
       88 L$_SW01_EOF_SWEEP_YES		    VALUE 1.
    03 L$_SW01_EOF_RETURN	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_RETURN_NO		    VALUE 0.
       88 L$_SW01_EOF_RETURN_YES	    VALUE 1.
    03 L$_SW01_EOF_CURSOR	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CURSOR_NO		    VALUE 0.
       88 L$_SW01_EOF_CURSOR_YES	    VALUE 1.
    03 L$_SW01_EOF_LEDGER	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LEDGER_NO		    VALUE 0.
       88 L$_SW01_EOF_LEDGER_YES	    VALUE 1.
    03 L$_SW01_MARK_STATE	    PIC 9(01)       VALUE 0.
       88 L$_SW01_MARK_NEW		    VALUE 0.
       88 L$_SW01_MARK_STANDING		    VALUE 1.
       88 L$_SW01_MARK_FAILED		    VALUE 2.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_RETURNS_READ          PIC 9(09).
    03 L$_CT01_MEMBERS_READ          PIC 9(09).
    03 L$_CT01_MATCHED               PIC 9(09).
    03 L$_CT01_MARKED                PIC 9(09).
    03 L$_CT01_ALREADY_MARKED        PIC 9(09).
    03 L$_CT01_UNMATCHED             PIC 9(09).
    03 L$_CT01_FOLLOW_UP             PIC 9(09).
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

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - run date, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_PRB371_RETURN_MAIL_WKSP'      FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB371_RETURN_MAIL_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_RETURN_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_RETURN_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_FOLLOWUP_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_FOLLOWUP_FILE_NAME
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

    PERFORM C-MATCH-SWEEP

    PERFORM D-LIST-UNMATCHED

    PERFORM E-MARK-MATCHED

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB371_RETURN_MAIL.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_RT_TBL
               L$_WS02_MT_TBL
               ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_PRB371_RETURN_MAIL_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_RETURN_DATE   IN L$_RETURN_FILE_NAME
         L$_WS01_REPORT_DATE   IN L$_O_REPORT_FILE_NAME
         L$_WS01_FOLLOWUP_DATE IN L$_O_FOLLOWUP_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Post-office returned mail - match report"
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_FOLLOWUP_FILE
    DISPLAY "Open Output File: " L$_O_FOLLOWUP_FILE_NAME

    MOVE "Returned mail - members to trace (debits or arrears live)"
      TO MSG3	IN O_FOLLOWUP_REC
    PERFORM WF-WRITE-FOLLOWUP-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB371_RETURN_MAIL"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB371_RETURN_MAIL_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-LOAD-RETURNS

    PERFORM BL-OPEN-PREF-STORE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-RETURNS			SECTION.
*--------------------------------------------------------------------
*# the whole day's file into the table - PRB366's BA-LOAD-NOTICES.
*# A return that did not fit would be an address nobody stopped
*# writing to, so an overfull file refuses the run instead.
 BA-00.

    OPEN INPUT I_RETURN_FILE
    DISPLAY "Open Input File: " L$_RETURN_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_RETURN_YES
       READ I_RETURN_FILE
          AT END
             SET L$_SW01_EOF_RETURN_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_RETURNS_READ
             IF L$_WS01_RT_CNT < 2000
                ADD 1 TO L$_WS01_RT_CNT
                SET L$_WS01_RT_IDX TO L$_WS01_RT_CNT
                MOVE RM_ADDRESSEE_NAME
                  TO L$_WS01_RT_NAME(L$_WS01_RT_IDX)
                MOVE RM_ADDRESS
                  TO L$_WS01_RT_ADDRESS(L$_WS01_RT_IDX)
                MOVE RM_RETURN_DATE
                  TO L$_WS01_RT_DATE(L$_WS01_RT_IDX)
                MOVE SPACES
                  TO L$_WS01_RT_REASON(L$_WS01_RT_IDX)
                STRING RM_REASON_CODE " " RM_REASON_TEXT
                  DELIMITED BY SIZE
                  INTO L$_WS01_RT_REASON(L$_WS01_RT_IDX)
                MOVE "N"
                  TO L$_WS01_RT_MATCHED(L$_WS01_RT_IDX)
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_RETURN_FILE

    IF L$_CT01_RETURNS_READ > L$_WS01_RT_CNT
       DISPLAY "** More than 2000 returned letters in "
               L$_RETURN_FILE_NAME
       DISPLAY "** - split the file and run each part. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Returned letters loaded: ", L$_WS01_RT_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-OPEN-SWEEP-CURSOR			SECTION.
*--------------------------------------------------------------------
*# same full-sweep cursor convention as PRB348's
*# BB-OPEN-SWEEP-CURSOR.
 BB-00.

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:BB-OPEN-SWEEP-CURSOR RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BL-OPEN-PREF-STORE			SECTION.
*--------------------------------------------------------------------
*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention -
*# PRB366's BL-OPEN-DECEASED-STORE. A store this run cannot write
*# is a day's returns lost, so it refuses the run.
 BL-00.

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
 C-MATCH-SWEEP				SECTION.
*--------------------------------------------------------------------
 C-00.

    IF L$_WS01_RT_CNT = ZERO
       MOVE "No returned mail today."
         TO MSG2	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    PERFORM BB-OPEN-SWEEP-CURSOR

    PERFORM UNTIL L$_SW01_EOF_SWEEP_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA'
            USING ICD_PRT_343_CLB_MEM_BAS_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_MEMBERS_READ
                PERFORM CA-MATCH-ONE-MEMBER

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_SWEEP_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:C-MATCH-SWEEP RTN:CLB_MEM_BAS_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    PERFORM X-CLOSE-SWEEP-CURSOR
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-MATCH-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# name AND address, both as the member row holds them - the
*# address alone would mark a whole household for one letter, the
*# name alone a namesake across town. Every return for the member
*# is marked matched; the latest one dates the marker.
 CA-00.

    IF FLAT_NAME    IN ICD_PRT_343_CLB_MEM_BAS
                    IN ICD_PRT_343_CLB_MEM_BAS_DBW = SPACES
    OR FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                    IN ICD_PRT_343_CLB_MEM_BAS_DBW = SPACES
       GO TO CA-EXIT
    END-IF

    MOVE 0 TO L$_WS01_BEST_IDX

    PERFORM VARYING L$_WS01_RT_IDX FROM 1 BY 1
               UNTIL L$_WS01_RT_IDX > L$_WS01_RT_CNT
       IF L$_WS01_RT_NAME(L$_WS01_RT_IDX) =
          FLAT_NAME    IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW
      AND L$_WS01_RT_ADDRESS(L$_WS01_RT_IDX) =
          FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW
          MOVE "Y" TO L$_WS01_RT_MATCHED(L$_WS01_RT_IDX)
          IF L$_WS01_BEST_IDX = ZERO
             SET L$_WS01_BEST_IDX TO L$_WS01_RT_IDX
          ELSE
             IF L$_WS01_RT_DATE(L$_WS01_RT_IDX) >
                L$_WS01_RT_DATE(L$_WS01_BEST_IDX)
                SET L$_WS01_BEST_IDX TO L$_WS01_RT_IDX
             END-IF
          END-IF
       END-IF
    END-PERFORM

    IF L$_WS01_BEST_IDX = ZERO
       GO TO CA-EXIT
    END-IF

    ADD 1 TO L$_CT01_MATCHED

    IF L$_WS02_MT_CNT NOT < 4000
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "NOT MARKED - match table full - MEMBER "
              CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
              " : key the marker in ICA_PRT363_PUT_DATA"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    ADD 1 TO L$_WS02_MT_CNT
    SET L$_WS02_MT_IDX TO L$_WS02_MT_CNT

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX)
    MOVE MEMBER_ID   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS02_MT_MEMBER_ID(L$_WS02_MT_IDX)
    MOVE FLAT_NAME   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS02_MT_NAME(L$_WS02_MT_IDX)
    MOVE L$_WS01_BEST_IDX
      TO L$_WS02_MT_RT_IDX(L$_WS02_MT_IDX)
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-LIST-UNMATCHED			SECTION.
*--------------------------------------------------------------------
*# a return nobody matched is listed, not dropped - a member who
*# moved and told us only half of it shows up here.
 D-00.

    PERFORM VARYING L$_WS01_RT_IDX FROM 1 BY 1
               UNTIL L$_WS01_RT_IDX > L$_WS01_RT_CNT
       IF L$_WS01_RT_MATCHED(L$_WS01_RT_IDX) = "N"
          ADD 1 TO L$_CT01_UNMATCHED
          MOVE SPACES  TO MSG2 IN O_REPORT_REC
          STRING "UNMATCHED - " L$_WS01_RT_NAME(L$_WS01_RT_IDX)
                 " " L$_WS01_RT_ADDRESS(L$_WS01_RT_IDX)
                 " RETURNED " L$_WS01_RT_DATE(L$_WS01_RT_IDX)
                 " " L$_WS01_RT_REASON(L$_WS01_RT_IDX)
            DELIMITED BY SIZE
            INTO MSG2  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-MARK-MATCHED			SECTION.
*--------------------------------------------------------------------
 E-00.

    PERFORM VARYING L$_WS02_MT_IDX FROM 1 BY 1
               UNTIL L$_WS02_MT_IDX > L$_WS02_MT_CNT
       SET L$_WS01_RT_IDX TO L$_WS02_MT_RT_IDX(L$_WS02_MT_IDX)

       PERFORM EA-SET-MARKER

       IF L$_SW01_MARK_NEW
          PERFORM EB-CHECK-EXPOSURE

          IF L$_WS01_ACTIVE_ACCUMS > ZERO
          OR L$_WS01_ARREARS > ZERO
             PERFORM EC-WRITE-FOLLOW-UP
          END-IF
       END-IF
    END-PERFORM
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-SET-MARKER				SECTION.
*--------------------------------------------------------------------
*# keyed save into the preference store, stamped like the panel's.
*# A marker already standing from this return or a later one is
*# left as it is; an older one is re-dated to this return.
 EA-00.

    SET L$_SW01_MARK_NEW TO TRUE

    MOVE L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX) TO CP_CLB_MEM_KEY

    READ IO_PREF_FILE

    IF L$_PREF_OK
       IF CP_RETURNED_MAIL = "Y"
      AND CP_RETURN_DATE NOT < L$_WS01_RT_DATE(L$_WS01_RT_IDX)
          SET L$_SW01_MARK_STANDING TO TRUE
          ADD 1 TO L$_CT01_ALREADY_MARKED
          GO TO EA-EXIT
       END-IF
    ELSE
*#     the pre-registry defaults ICA_PRF363_CONTACT_PREF assumes
*#     for a member with no record.
       INITIALIZE IO_PREF_REC
       MOVE L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX) TO CP_CLB_MEM_KEY
       MOVE "M" TO CP_CHANNEL
       MOVE "N" TO CP_OPT_OUT_NONMAND
    END-IF

    MOVE "Y"                               TO CP_RETURNED_MAIL
    MOVE L$_WS01_RT_DATE(L$_WS01_RT_IDX)   TO CP_RETURN_DATE
    MOVE L$_WS01_RT_REASON(L$_WS01_RT_IDX) TO CP_RETURN_REASON
    MOVE SP$_ACW_USER_NAME     IN UTL_CONTROL_ACW
      TO CP_UPDATED_BY
    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO CP_UPDATED_TMSP

    WRITE IO_PREF_REC
       INVALID KEY
          REWRITE IO_PREF_REC
    END-WRITE

    IF NOT L$_PREF_OK
       SET L$_SW01_MARK_FAILED TO TRUE
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "NOT MARKED - preference store status "
              L$_PREF_STATUS " - MEMBER " CP_CLB_MEM_KEY
              " : key the marker in ICA_PRT363_PUT_DATA"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    ADD 1 TO L$_CT01_MARKED

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "MARKED    - MEMBER " CP_CLB_MEM_KEY
           " " L$_WS02_MT_NAME(L$_WS02_MT_IDX)
           " RETURNED " CP_RETURN_DATE " " CP_RETURN_REASON
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF CP_CHANNEL = "E"
       MOVE "            email-channel member - email continues"
         TO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-CHECK-EXPOSURE			SECTION.
*--------------------------------------------------------------------
*# what still moves money for the member: accumulators that are not
*# cancelled (the member-key cursor ICA_PRT369_GET_DATA walks), and
*# what is left to pay on open or failed dues-ledger entries (the
*# member-id walk ICA_PRB362_DUES_LEDGER keys its ledger by).
 EB-00.

    MOVE ZERO TO L$_WS01_ACTIVE_ACCUMS
                 L$_WS01_ARREARS

    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX)
      TO CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW

    MOVE 1
      TO DP$_KEY_SEQUENCE IN ICD_PRT_755_BAL_CHK_DBW

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_BAL_CHK_DBW

    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
       CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW
           WHEN SP$_MSG_NORMAL
                IF CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW NOT =
                   L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX)
                   SET L$_SW01_EOF_CURSOR_YES TO TRUE
                ELSE
                   IF ACCUM_STATUS IN ICD_PRT_755_BAL_CHK_PRW
                      NOT = L$_CO01_STATUS_CANCELLED
                      ADD 1 TO L$_WS01_ACTIVE_ACCUMS
                   END-IF
                END-IF

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                SET L$_SW01_EOF_CURSOR_YES TO TRUE
                DISPLAY "** WARNING - accumulators not read for "
                        L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX) ": "
                        DP$_STATUS_AUXIL_TEXT IN ICD_PRT_755_BAL_CHK_DBW
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_755_BAL_CHK_DBW

    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    SET L$_SW01_EOF_LEDGER_NO TO TRUE

    OPEN INPUT I_LEDGER_FILE

    IF NOT L$_LEDGER_OK
       GO TO EB-EXIT
    END-IF

    MOVE L$_WS02_MT_MEMBER_ID(L$_WS02_MT_IDX) TO LG_INTR_ID
    MOVE ZERO TO LG_CHARGE_DATE

    START I_LEDGER_FILE KEY NOT < LG_KEY

    IF NOT L$_LEDGER_OK
       SET L$_SW01_EOF_LEDGER_YES TO TRUE
    END-IF

    PERFORM UNTIL L$_SW01_EOF_LEDGER_YES
       READ I_LEDGER_FILE NEXT
          AT END
             SET L$_SW01_EOF_LEDGER_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LEDGER_NO
          IF LG_INTR_ID NOT = L$_WS02_MT_MEMBER_ID(L$_WS02_MT_IDX)
             SET L$_SW01_EOF_LEDGER_YES TO TRUE
          ELSE
             IF LG_STATUS_OPEN OR LG_STATUS_FAILED
                COMPUTE L$_WS01_ARREARS = L$_WS01_ARREARS
                                        + LG_AMOUNT - LG_PAID_AMT
             END-IF
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_LEDGER_FILE
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 EC-WRITE-FOLLOW-UP			SECTION.
*--------------------------------------------------------------------
 EC-00.

    ADD 1 TO L$_CT01_FOLLOW_UP

    MOVE L$_WS01_ACTIVE_ACCUMS TO LD$_CNT
    MOVE L$_WS01_ARREARS       TO LD$_AMT

    MOVE SPACES  TO MSG3 IN O_FOLLOWUP_REC
    STRING "TRACE - MEMBER " L$_WS02_MT_CLB_MEM_KEY(L$_WS02_MT_IDX)
           " " L$_WS02_MT_NAME(L$_WS02_MT_IDX)
           " LIVE ACCUMULATORS: " LD$_CNT
           " ARREARS: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG3  IN O_FOLLOWUP_REC
    PERFORM WF-WRITE-FOLLOWUP-LINE

    MOVE SPACES  TO MSG3 IN O_FOLLOWUP_REC
    STRING "        RETURNED FROM: " L$_WS01_RT_ADDRESS(L$_WS01_RT_IDX)
           " ON " L$_WS01_RT_DATE(L$_WS01_RT_IDX)
           " " L$_WS01_RT_REASON(L$_WS01_RT_IDX)
      DELIMITED BY SIZE
      INTO MSG3  IN O_FOLLOWUP_REC
    PERFORM WF-WRITE-FOLLOWUP-LINE
    .
 EC-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 WF-WRITE-FOLLOWUP-LINE		SECTION.
*--------------------------------------------------------------------
 WF-00.

    WRITE O_FOLLOWUP_REC
    .
 WF-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-CLOSE-SWEEP-CURSOR			SECTION.
*--------------------------------------------------------------------
 X-00.

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    CLOSE IO_PREF_FILE

    IF L$_CT01_FOLLOW_UP = ZERO
       MOVE "No member to trace today."
         TO MSG3	IN O_FOLLOWUP_REC
       PERFORM WF-WRITE-FOLLOWUP-LINE
    END-IF

    CLOSE O_FOLLOWUP_FILE
    DISPLAY "Close Output File: " L$_O_FOLLOWUP_FILE_NAME

    MOVE SPACES
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Returned letters read:" DELIMITED BY SIZE
           L$_CT01_RETURNS_READ     DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Members swept:"        DELIMITED BY SIZE
           L$_CT01_MEMBERS_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Members matched:"      DELIMITED BY SIZE
           L$_CT01_MATCHED         DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Markers set:"          DELIMITED BY SIZE
           L$_CT01_MARKED          DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Already marked, left alone:" DELIMITED BY SIZE
           L$_CT01_ALREADY_MARKED        DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Returns matching no member:" DELIMITED BY SIZE
           L$_CT01_UNMATCHED             DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Members to trace:"     DELIMITED BY SIZE
           L$_CT01_FOLLOW_UP       DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Failures:"             DELIMITED BY SIZE
           L$_CT01_FAILED          DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Returned letters read:", L$_CT01_RETURNS_READ
    DISPLAY "Markers set:", L$_CT01_MARKED
    DISPLAY "Returns matching no member:", L$_CT01_UNMATCHED
    DISPLAY "Members to trace:", L$_CT01_FOLLOW_UP
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
    MOVE "ICA_PRB371_RETURN_MAIL"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB371_RETURN_MAIL_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_RETURNS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_MARKED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB371_RETURN_MAIL.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
