*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72H_DUP_REVIEW.COB] *******************
*                                                                   *
*                                    [TR sub-system]                *
*        Supervisor release or cancel of suspected duplicates      *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Companion to ICA_TRB710_SPLIT_BANKS's duplicate screen.  That    *
*  job diverts a debit to an account for an amount already debited *
*  there inside the window to the day's review file, numbered in   *
*  the order its control report lists them.  After review, a        *
*  supervisor puts one decision per item on the decision file -    *
*  "R" release (it is a genuine second debit) or "C" cancel (it is *
*  a duplicate) - and runs this job against the day:                *
*                                                                   *
*    - a released item (still in its original 670 shape) is        *
*      copied to a release file the next intake picks up, and the  *
*      debit window is told to let ONE repeat of it through, so    *
*      the screen does not stop it a second time;                   *
*    - a cancelled item is copied to the cancel file for the       *
*      record and goes no further;                                  *
*    - an approval record (supervisor, time, day, counts, amounts) *
*      is appended to the review audit file, and the review file   *
*      is renamed aside so nothing can be decided twice.           *
*                                                                   *
*  As ICA_TRB715_RELEASE_HELD does, the whole day is checked        *
*  FIRST: an item with no decision, or a released total over the   *
*  supervisor's RLSE-DUP ceiling, refuses the run before anything  *
*  is written.                                                      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    the screened day, CCYYMMDD - names *
*                                 the review and decision files.    *
*       PREREQ_OVERRIDE     I    "Y"/"N", prerequisite check.       *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_DUP_REVIEW_FILE        I   TRB710's review file.          *
*       I_DECISION_FILE          I   the supervisor's decisions.    *
*       IO_DEBIT_WINDOW_FILE    I/O  TRB710's debit window.         *
*       O_RELEASE_FILE           O   released 670 records.          *
*       O_CANCEL_FILE            O   cancelled 670 records.         *
*       O_AUDIT_FILE             O   review approval audit.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72H_DUP_REVIEW.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   TRB710's review file for the day. Missing file = nothing
*   suspected, nothing to decide - handled by status.
    SELECT I_DUP_REVIEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_REVIEW_STATUS.

*   The supervisor's decisions, one per review item.
    SELECT I_DECISION_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DECISION_STATUS.

*   TRB710's rolling debit window - a release is recorded on it.
    SELECT IO_DEBIT_WINDOW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DW_KEY
           FILE STATUS		  IS	       L$_WINDOW_STATUS.

*   Released records, original 670 shape, for the next intake.
    SELECT O_RELEASE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Cancelled records, kept for the record.
    SELECT O_CANCEL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Review approval audit - accumulates forever, probe decides
*   OUTPUT vs EXTEND.
    SELECT O_AUDIT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
 FD I_DUP_REVIEW_FILE
    VALUE OF ID IS L$_REVIEW_FILE_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==I_DUP_REVIEW_REC==.

*   One record per review item:
*     DD_ITEM_NUM - the item's number on TRB710's control report
*                   ("SUSPECTED DUPLICATE #n").
*     DD_ACTION   - "R" release, "C" cancel.
 FD I_DECISION_FILE
    VALUE OF ID IS L$_DECISION_FILE_NAME.
 01 I_DECISION_REC.
    03 DD_ITEM_NUM		PIC 9(09).
    03 DD_ACTION		PIC X(01).

*   Same hand-kept record convention ICA_TRB710_SPLIT_BANKS keeps.
*   DW_SEEN_STREAM names the 670 stream that last wrote the entry:
*   a TRB710 rerun of the same day over the same stream passes its
*   own debits again (no review item, no stand-in), so the rerun's
*   review file lists what the first run's did, never the whole
*   stream. Released items come back on
*   the release file, a different stream, and are let through by
*   DW_RELEASE_ALLOW as before.
 FD IO_DEBIT_WINDOW_FILE
    VALUE OF ID IS L$_WINDOW_NAME.
 01 IO_DEBIT_WINDOW_REC.
    03 DW_KEY.
       05 DW_ACC_BANK_NUM           PIC 9(02).
       05 DW_ACC_BRANCH_NUM         PIC 9(03).
       05 DW_ACC_TYPE_CODE          PIC 9(03).
       05 DW_ACC_NUM                PIC 9(09).
       05 DW_AMOUNT                 PIC S9(12)V99.
    03 DW_INTR_ID                   PIC X(20).
    03 DW_VALUE_DATE                PIC S9(11)V9(07) COMP.
    03 DW_SEEN_DATE                 PIC 9(08).
    03 DW_SEEN_STREAM               PIC X(54).
    03 DW_RELEASE_ALLOW             PIC 9(03).

 FD O_RELEASE_FILE
    VALUE OF ID IS L$_RELEASE_FILE_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==O_RELEASE_REC==.

 FD O_CANCEL_FILE
    VALUE OF ID IS L$_CANCEL_FILE_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==O_CANCEL_REC==.

 FD O_AUDIT_FILE
    VALUE OF ID IS L$_AUDIT_FILE_NAME.
 01 O_AUDIT_REC.
    03 DA_RUN_DATE		PIC 9(08).
    03 DA_SUPERVISOR		PIC X(12).
    03 DA_DECISION_TMSP		PIC S9(11)V9(07) COMP.
    03 DA_REL_COUNT		PIC 9(07).
    03 DA_REL_AMT		PIC S9(12)V99.
    03 DA_CNL_COUNT		PIC 9(07).
    03 DA_CNL_AMT		PIC S9(12)V99.

 FD O_AUDIT_PROBE_FILE
    VALUE OF ID IS L$_AUDIT_PROBE_NAME.
 01 O_AUDIT_PROBE_REC		PIC X(01).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_REVIEW_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			PIC X(15) VALUE "ICA_TRB710_DUP_".
    03 L$_WS01_REVIEW_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

*   the review file's name after the decisions - same name, retired
*   extension - built field for field so the rename target never
*   depends on string surgery.
 01 L$_REVIEW_RLS_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			PIC X(15) VALUE "ICA_TRB710_DUP_".
    03 L$_WS01_REVIEW_DATE_2	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".RLS".

 01 L$_DECISION_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_IN_DAT_DIR:".
    03 FILLER			PIC X(15) VALUE "ICA_TRB72H_DEC_".
    03 L$_WS01_DECISION_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

 01 L$_RELEASE_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			PIC X(16) VALUE "ICA_TRB72H_RLSD_".
    03 L$_WS01_RELEASE_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

 01 L$_CANCEL_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			PIC X(16) VALUE "ICA_TRB72H_CNCL_".
    03 L$_WS01_CANCEL_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

 01 L$_WINDOW_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_WINDOW.IDX".

 01 L$_AUDIT_FILE_NAME          PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72H_DUP_AUDIT.DAT".

 01 L$_AUDIT_PROBE_NAME         PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72H_DUP_AUDIT.DAT".

 01 L$_REVIEW_STATUS            PIC X(02).
    88 L$_REVIEW_FOUND			VALUE "00".

 01 L$_DECISION_STATUS          PIC X(02).
    88 L$_DECISION_FOUND		VALUE "00".

 01 L$_WINDOW_STATUS            PIC X(02).
    88 L$_WINDOW_OK			VALUE "00".

 01 L$_AUDIT_PROBE_STATUS       PIC X(02).
    88 L$_AUDIT_PROBE_FOUND		VALUE "00".

*   the decisions, by item number - a day's review file is bounded
*   by the same table size, checked in the prescan.
 01 L$_WS01_DEC_TBL.
    03 L$_WS01_DEC_ACTION	PIC X(01) OCCURS 2000 TIMES.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_REVIEW            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_REVIEW_NO			    VALUE 0.
       88 L$_SW01_EOF_REVIEW_YES		    VALUE 1.
    03 L$_SW01_EOF_DECISION          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DECISION_NO		    VALUE 0.
       88 L$_SW01_EOF_DECISION_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_ITEMS                 PIC 9(07).
    03 L$_CT01_UNDECIDED             PIC 9(07).
    03 L$_CT01_BAD_DECISIONS         PIC 9(07).
    03 L$_CT01_REC_RELEASED          PIC 9(07).
    03 L$_CT01_REC_CANCELLED         PIC 9(07).

 01 L$_WS01_ITEM_NUM                PIC 9(07).
 01 L$_WS01_REL_AMT                 PIC S9(12)V99.
 01 L$_WS01_CNL_AMT                 PIC S9(12)V99.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*   central operator entitlement (see ICA_PRF356_CHECK_ENTITLE):
*   may this operator release duplicates, for this amount.
 COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

*   shared prerequisite check (see ICA_TRF713_PREREQ_CHK).
 COPY "ICA_CDD_WKSP:ICA_TRF713_PREREQ_CHK_WKSP"	      FROM DICTIONARY.

*   central transaction trace (see ICA_TRF718_TRACE): one event per
*   decided item.
 COPY "ICA_CDD_WKSP:ICA_TRF718_TRACE_WKSP"	      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE        - the screened day, CCYYMMDD.
*     PREREQ_OVERRIDE - "Y"/"N", default "N".
 COPY 'ICA_CDD_WKSP:ICA_TRB72H_DUP_REVIEW_WKSP'       FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72H_DUP_REVIEW_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_RELEASE_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_RELEASE_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_CANCEL_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_CANCEL_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_AUDIT_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_AUDIT_FILE_NAME
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
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-DECIDE-ITEMS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72H_DUP_REVIEW.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SPACES TO L$_WS01_DEC_TBL
    MOVE ZERO   TO L$_WS01_REL_AMT
                   L$_WS01_CNL_AMT

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72H_DUP_REVIEW_INP
      TO L$_WS01_REVIEW_DATE   IN L$_REVIEW_FILE_NAME
         L$_WS01_REVIEW_DATE_2 IN L$_REVIEW_RLS_NAME
         L$_WS01_DECISION_DATE IN L$_DECISION_FILE_NAME
         L$_WS01_RELEASE_DATE  IN L$_RELEASE_FILE_NAME
         L$_WS01_CANCEL_DATE   IN L$_CANCEL_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72H_DUP_REVIEW"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72H_DUP_REVIEW_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

*   prerequisite gate against the run registry - a refusal here
*   leaves the review file untouched.
    INITIALIZE ICA_TRF713_PREREQ_CHK_WKSP
    MOVE "ICA_TRB72H_DUP_REVIEW"
      TO P$_PRE_PROG_NAME IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE RUN_DATE	   IN ICA_TRB72H_DUP_REVIEW_INP
      TO P$_PRE_RUN_DATE  IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE PREREQ_OVERRIDE   IN ICA_TRB72H_DUP_REVIEW_INP
      TO P$_PRE_OVERRIDE  IN ICA_TRF713_PREREQ_CHK_WKSP
    CALL 'ICA_TRF713_PREREQ_CHK'
         USING ICA_TRF713_PREREQ_CHK_WKSP

    IF P$_PRE_RESULT IN ICA_TRF713_PREREQ_CHK_WKSP NOT = "Y"
       DISPLAY "** RUN REFUSED - prerequisite missing: "
               P$_PRE_REASON IN ICA_TRF713_PREREQ_CHK_WKSP
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-DECIDE-ITEMS				SECTION.
*--------------------------------------------------------------------
 C-00.

    OPEN INPUT I_DUP_REVIEW_FILE

    IF NOT L$_REVIEW_FOUND
       DISPLAY "No review file for ", L$_WS01_REVIEW_DATE,
               " - nothing was suspected, nothing to decide."
       GO TO C-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_REVIEW_FILE_NAME

    PERFORM CA-LOAD-DECISIONS

*   every item decided, and the released total within the
*   supervisor's ceiling, BEFORE anything is written.
    PERFORM C0-PRESCAN-DECISIONS

    SET L$_SW01_EOF_REVIEW_NO TO TRUE
    MOVE ZERO TO L$_WS01_ITEM_NUM
                 L$_WS01_REL_AMT

    CLOSE I_DUP_REVIEW_FILE
    OPEN INPUT I_DUP_REVIEW_FILE

    OPEN I-O IO_DEBIT_WINDOW_FILE

    IF NOT L$_WINDOW_OK
       DISPLAY "** Debit window could not be opened, status: "
               L$_WINDOW_STATUS " - run refused, nothing decided."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_RELEASE_FILE
    DISPLAY "Open Output File: " L$_RELEASE_FILE_NAME

    OPEN OUTPUT O_CANCEL_FILE
    DISPLAY "Open Output File: " L$_CANCEL_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_REVIEW_YES
       READ I_DUP_REVIEW_FILE
          AT END
             SET L$_SW01_EOF_REVIEW_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_REVIEW_NO
          ADD 1 TO L$_WS01_ITEM_NUM
          IF L$_WS01_DEC_ACTION(L$_WS01_ITEM_NUM) = "R"
             PERFORM CB-RELEASE-ONE-ITEM
          ELSE
             PERFORM CC-CANCEL-ONE-ITEM
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_DUP_REVIEW_FILE
          O_RELEASE_FILE
          O_CANCEL_FILE
          IO_DEBIT_WINDOW_FILE

    PERFORM CD-WRITE-AUDIT-REC

    PERFORM CE-RETIRE-REVIEW-FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 C0-PRESCAN-DECISIONS			SECTION.
*--------------------------------------------------------------------
*# first pass: count the items, find any without a decision, total
*# what would be released, then ask the central entitlement check
*# whether this operator may release that much. Any refusal fails
*# the run before the release file exists.
 C0-00.

    PERFORM UNTIL L$_SW01_EOF_REVIEW_YES
       READ I_DUP_REVIEW_FILE
          AT END
             SET L$_SW01_EOF_REVIEW_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_REVIEW_NO
          ADD 1 TO L$_CT01_ITEMS
          IF L$_CT01_ITEMS > 2000
             DISPLAY "** More than 2000 review items - decide the "
                     "day in the TRB710 report. Run refused."
             MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
             SET SP$_EXIT_STATUS_FAILURE TO TRUE

             CALL 'UTL_TERM_PROG_FUNCTION'
             CALL 'UTL_EXIT_ROUTINE'
                  USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
          END-IF
          EVALUATE L$_WS01_DEC_ACTION(L$_CT01_ITEMS)
              WHEN "R"
                   ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB
                                    IN I_DUP_REVIEW_REC
                     TO L$_WS01_REL_AMT
              WHEN "C"
                   CONTINUE
              WHEN OTHER
                   ADD 1 TO L$_CT01_UNDECIDED
                   DISPLAY "** NO DECISION for item #", L$_CT01_ITEMS
          END-EVALUATE
       END-IF
    END-PERFORM

    IF L$_CT01_UNDECIDED > ZERO
    OR L$_CT01_BAD_DECISIONS > ZERO
       DISPLAY "** ", L$_CT01_UNDECIDED, " item(s) undecided, ",
               L$_CT01_BAD_DECISIONS, " decision(s) invalid - "
               "every item needs R or C. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE "RLSE-DUP"
      TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE L$_WS01_REL_AMT
      TO P$_ENT_AMOUNT    IN ICA_PRF356_CHECK_ENTITLE_WKSP
    CALL 'ICA_PRF356_CHECK_ENTITLE'
         USING ICA_PRF356_CHECK_ENTITLE_WKSP

    IF P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP NOT = "Y"
       DISPLAY "** REVIEW REFUSED - operator not entitled: "
               P$_ENT_REASON IN ICA_PRF356_CHECK_ENTITLE_WKSP
       DISPLAY "   total to release:", L$_WS01_REL_AMT
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF
    .
 C0-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-LOAD-DECISIONS			SECTION.
*--------------------------------------------------------------------
*# no decision file leaves every item undecided - the prescan
*# refuses the run.
 CA-00.

    OPEN INPUT I_DECISION_FILE

    IF NOT L$_DECISION_FOUND
       DISPLAY "** No decision file " L$_DECISION_FILE_NAME
       GO TO CA-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_DECISION_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_DECISION_YES
       READ I_DECISION_FILE
          AT END
             SET L$_SW01_EOF_DECISION_YES TO TRUE
          NOT AT END
             IF DD_ITEM_NUM > ZERO
            AND DD_ITEM_NUM NOT > 2000
            AND (DD_ACTION = "R" OR DD_ACTION = "C")
                MOVE DD_ACTION TO L$_WS01_DEC_ACTION(DD_ITEM_NUM)
             ELSE
                ADD 1 TO L$_CT01_BAD_DECISIONS
                DISPLAY "** INVALID DECISION - item #", DD_ITEM_NUM,
                        " action '", DD_ACTION, "'"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_DECISION_FILE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-RELEASE-ONE-ITEM			SECTION.
*--------------------------------------------------------------------
*# the item goes to the release file unchanged, and its window
*# entry lets one repeat through - without that the next intake
*# would screen the released debit straight back into review.
 CB-00.

    ADD 1 TO L$_CT01_REC_RELEASED
    ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO L$_WS01_REL_AMT

    MOVE I_DUP_REVIEW_REC TO O_RELEASE_REC
    WRITE O_RELEASE_REC

    MOVE ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO DW_ACC_BANK_NUM
    MOVE ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO DW_ACC_BRANCH_NUM
    MOVE ACC_TYPE_CODE  IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO DW_ACC_TYPE_CODE
    MOVE ACC_NUM        IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO DW_ACC_NUM
    MOVE TOT_XFER_AMT   IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO DW_AMOUNT

    READ IO_DEBIT_WINDOW_FILE

    IF L$_WINDOW_OK
       ADD 1 TO DW_RELEASE_ALLOW
       REWRITE IO_DEBIT_WINDOW_REC
    END-IF

    IF NOT L$_WINDOW_OK
       DISPLAY "** WARNING - window not updated for released item #",
               L$_WS01_ITEM_NUM, " status ", L$_WINDOW_STATUS,
               " - TRB710 may screen it again"
    END-IF

    INITIALIZE ICA_TRF718_TRACE_WKSP
    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB
                         IN I_DUP_REVIEW_REC
      TO P$_TRC_TRACE_ID    IN ICA_TRF718_TRACE_WKSP
    MOVE "DUPLICATE SUSPECT RELEASED"
      TO P$_TRC_DISPOSITION IN ICA_TRF718_TRACE_WKSP
    MOVE "ICA_TRB72H_DUP_REVIEW"
      TO P$_TRC_PROG_NAME   IN ICA_TRF718_TRACE_WKSP
    CALL 'ICA_TRF718_TRACE' USING ICA_TRF718_TRACE_WKSP

    DISPLAY "RELEASED #", L$_WS01_ITEM_NUM, " ACC:",
            ACC_NUM IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC,
            " AMOUNT:",
            TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-CANCEL-ONE-ITEM			SECTION.
*--------------------------------------------------------------------
 CC-00.

    ADD 1 TO L$_CT01_REC_CANCELLED
    ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
      TO L$_WS01_CNL_AMT

    MOVE I_DUP_REVIEW_REC TO O_CANCEL_REC
    WRITE O_CANCEL_REC

    INITIALIZE ICA_TRF718_TRACE_WKSP
    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB
                         IN I_DUP_REVIEW_REC
      TO P$_TRC_TRACE_ID    IN ICA_TRF718_TRACE_WKSP
    MOVE "DUPLICATE CANCELLED"
      TO P$_TRC_DISPOSITION IN ICA_TRF718_TRACE_WKSP
    MOVE "ICA_TRB72H_DUP_REVIEW"
      TO P$_TRC_PROG_NAME   IN ICA_TRF718_TRACE_WKSP
    CALL 'ICA_TRF718_TRACE' USING ICA_TRF718_TRACE_WKSP

    DISPLAY "CANCELLED #", L$_WS01_ITEM_NUM, " ACC:",
            ACC_NUM IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC,
            " AMOUNT:",
            TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I_DUP_REVIEW_REC
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-WRITE-AUDIT-REC			SECTION.
*--------------------------------------------------------------------
 CD-00.

    OPEN INPUT O_AUDIT_PROBE_FILE

    IF L$_AUDIT_PROBE_FOUND
       CLOSE O_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF

    MOVE RUN_DATE	    IN ICA_TRB72H_DUP_REVIEW_INP
      TO DA_RUN_DATE

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO DA_SUPERVISOR

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO DA_DECISION_TMSP

    MOVE L$_CT01_REC_RELEASED	TO DA_REL_COUNT
    MOVE L$_WS01_REL_AMT	TO DA_REL_AMT
    MOVE L$_CT01_REC_CANCELLED	TO DA_CNL_COUNT
    MOVE L$_WS01_CNL_AMT	TO DA_CNL_AMT

    WRITE O_AUDIT_REC

    CLOSE O_AUDIT_FILE
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-RETIRE-REVIEW-FILE			SECTION.
*--------------------------------------------------------------------
*# the review file is renamed aside after the decisions - the same
*# items must never be decided twice.
 CE-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_REVIEW_FILE_NAME " "
           L$_REVIEW_RLS_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at CE-RETIRE-REVIEW-FILE - UTL_SPAWN_PROCESS"
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    DISPLAY "Review items:", L$_CT01_ITEMS
    DISPLAY "Released:", L$_CT01_REC_RELEASED,
            " amount:", L$_WS01_REL_AMT
    DISPLAY "Cancelled:", L$_CT01_REC_CANCELLED,
            " amount:", L$_WS01_CNL_AMT

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72H_DUP_REVIEW"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72H_DUP_REVIEW_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ITEMS
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REC_RELEASED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REC_CANCELLED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72H_DUP_REVIEW.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
