*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72J_LIM_APPROVE.COB] ******************
*                                                                   *
*                                    [TR sub-system]                *
*        Second-operator approval of queued debit-limit changes    *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  The debit-limits file ICA_TRB711_DEB_LIMITS.DAT decides, in     *
*  ICA_TRB711_EDIT_BENLEUMI's EA1-CHECK-DEBIT-LIMIT, which debits  *
*  go to holdover.  Limit rows are keyed on ICA_TRT722_PUT_DATA,   *
*  which only QUEUES the change (old and new row images whole).    *
*  This program is the second pair of eyes - ICA_PRB357_APPLY_     *
*  PENDING's split:                                                 *
*                                                                   *
*    1. reads the queue and a decisions file (pending sequence,    *
*       "A"pprove / "R"eject) the approving operator prepared      *
*       from the review report of a prior listing run;             *
*    2. refuses any decision where the approver IS the originator  *
*       - the entry stays queued;                                   *
*    3. an approved entry is applied to the limits table only if   *
*       the row still looks as it did when queued (add: the row is *
*       still absent; change/delete: the row still equals the      *
*       queued old image).  A row changed since is SUPERSEDED -    *
*       dropped from the queue, not applied, to be keyed afresh;   *
*    4. a rejected entry is not applied;                            *
*    5. at the end the limits file is rewritten from the table in  *
*       exactly the layout BH-LOAD-DEB-LIMITS reads, through a     *
*       .TMP and a RENAME, then the queue is rewritten without the *
*       decided entries the same way; only when both stand does    *
*       each decided entry get its record on the append-only audit *
*       file (before/after images, originator, approver, decision).*
*       A failed swap leaves file, queue and audit as they were.   *
*                                                                   *
*  The table is TRB711's 200 rows: a file already holding more     *
*  refuses the run (TRB711 would be ignoring the excess anyway),   *
*  and an approved add that would make the 201st stays queued.     *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    decisions file's date, CCYYMMDD.   *
*       PREREQ_OVERRIDE     I    "Y"/"N", prerequisite check.       *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_PENDING_FILE          I    limit-change queue.            *
*       O_PENDING_NEW_FILE      O    rewritten queue (.TMP).        *
*       I_DECISIONS_FILE        I    approver's decisions.          *
*       I_LIMITS_FILE           I    the limits as they stand.      *
*       O_LIMITS_NEW_FILE       O    limits rewritten (.TMP).       *
*       O_AUDIT_FILE            O    limit audit, append-only.      *
*       O_REPORT_FILE           O    review report.                 *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72J_LIM_APPROVE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The queue ICA_TRT722_PUT_DATA appends. Missing queue = nothing
*   pending - own status, no DECLARATIVES.
    SELECT I_PENDING_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PENDING_STATUS.

    SELECT O_PENDING_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PENDING_NEW_STATUS.

*   No decisions = a listing run - own status.
    SELECT I_DECISIONS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DECISIONS_STATUS.

*   The limits TRB711 reads. Missing file = no ceilings yet.
    SELECT I_LIMITS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LIMITS_STATUS.

    SELECT O_LIMITS_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LIMITS_NEW_STATUS.

    SELECT I_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

    SELECT O_AUDIT_FILE
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
*   Same record ICA_TRT722_PUT_DATA's CD-QUEUE-PENDING-CHANGE
*   writes. LP_ACTION: "A" add, "C" change, "D" delete. The images
*   are whole limit rows; spaces on the side that does not exist.
 FD I_PENDING_FILE
    VALUE OF ID IS L$_PENDING_FILE_NAME.
 01 I_PENDING_REC.
    03 LP_SEQ                       PIC 9(08).
    03 LP_STATUS                    PIC X(01).
    03 LP_ORIGINATOR                PIC X(12).
    03 LP_QUEUED_TMSP               PIC S9(11)V9(07) COMP.
    03 LP_ACTION                    PIC X(01).
    03 LP_OLD_IMAGE.
       05 LP_OLD_KEY                PIC X(15).
       05 FILLER                    PIC X(14).
    03 LP_NEW_IMAGE.
       05 LP_NEW_KEY                PIC X(15).
       05 FILLER                    PIC X(14).

 FD O_PENDING_NEW_FILE
    VALUE OF ID IS L$_PENDING_NEW_NAME.
 01 O_PENDING_NEW_REC.
    03 PN_SEQ                       PIC 9(08).
    03 PN_STATUS                    PIC X(01).
    03 PN_ORIGINATOR                PIC X(12).
    03 PN_QUEUED_TMSP               PIC S9(11)V9(07) COMP.
    03 PN_ACTION                    PIC X(01).
    03 PN_OLD_IMAGE                 PIC X(29).
    03 PN_NEW_IMAGE                 PIC X(29).

*   One decision per line, prepared by the approving operator.
 FD I_DECISIONS_FILE
    VALUE OF ID IS L$_DECISIONS_NAME.
 01 I_DECISIONS_REC.
    03 DEC_PND_SEQ                  PIC 9(08).
    03 DEC_ACTION                   PIC X(01).

*   Same hand-kept record convention TRB711's Change #2015 reads.
 FD I_LIMITS_FILE
    VALUE OF ID IS L$_LIMITS_FILE_NAME.
 01 I_LIMITS_REC.
    03 LIM_SPECIFIC_IND             PIC X(01).
    03 LIM_ACC_BANK_NUM             PIC 9(02).
    03 LIM_ACC_BRANCH_NUM           PIC 9(03).
    03 LIM_ACC_TYPE_CODE            PIC 9(03).
    03 LIM_ACC_NUM                  PIC 9(06).
    03 LIM_MAX_AMT                  PIC S9(12)V99.

 FD O_LIMITS_NEW_FILE
    VALUE OF ID IS L$_LIMITS_NEW_NAME.
 01 O_LIMITS_NEW_REC                PIC X(29).

 FD I_AUDIT_PROBE_FILE
    VALUE OF ID IS L$_AUDIT_FILE_NAME.
 01 I_AUDIT_PROBE_REC               PIC X(01).

*   One record per decided entry. LA_DECISION: "A" approved and
*   applied, "R" rejected, "S" superseded (row changed since it
*   was queued).
 FD O_AUDIT_FILE
    VALUE OF ID IS L$_AUDIT_FILE_NAME.
 01 O_AUDIT_REC.
    03 LA_AUDIT_TMSP                PIC S9(11)V9(07) COMP.
    03 LA_DECISION                  PIC X(01).
    03 LA_PND_SEQ                   PIC 9(08).
    03 LA_ACTION                    PIC X(01).
    03 LA_ORIGINATOR                PIC X(12).
    03 LA_QUEUED_TMSP               PIC S9(11)V9(07) COMP.
    03 LA_APPROVER                  PIC X(12).
    03 LA_OLD_IMAGE                 PIC X(29).
    03 LA_NEW_IMAGE                 PIC X(29).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_PENDING_FILE_NAME            PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRT722_LIM_PENDING.DAT".

 01 L$_PENDING_NEW_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRT722_LIM_PENDING.TMP".

 01 L$_LIMITS_FILE_NAME             PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB711_DEB_LIMITS.DAT".

 01 L$_LIMITS_NEW_NAME              PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB711_DEB_LIMITS.TMP".

 01 L$_AUDIT_FILE_NAME              PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB711_LIM_AUDIT.DAT".

 01 L$_DECISIONS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72J_DEC_".
    03 L$_WS01_DEC_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72J_RPT_".
    03 L$_WS01_RPT_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_PENDING_STATUS               PIC X(02).
    88 L$_PENDING_FOUND			    VALUE "00".

 01 L$_PENDING_NEW_STATUS           PIC X(02).
    88 L$_PENDING_NEW_OK		    VALUE "00".

 01 L$_DECISIONS_STATUS             PIC X(02).
    88 L$_DECISIONS_FOUND		    VALUE "00".

 01 L$_LIMITS_STATUS                PIC X(02).
    88 L$_LIMITS_FOUND			    VALUE "00".

 01 L$_LIMITS_NEW_STATUS            PIC X(02).
    88 L$_LIMITS_NEW_OK			    VALUE "00".

 01 L$_AUDIT_PROBE_STATUS           PIC X(02).
    88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_DECISION                PIC X(01).
 01 L$_WS01_APPROVER                PIC X(12).
 01 L$_WS01_AMT                     PIC S9(12)V99.
 01 LD$_AMT                         PIC -(12)9.99.

*   the loaded decisions, one table scan per pending entry.
 01 L$_WS01_DEC_TBL.
    03 L$_WS01_DEC_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_DEC_FOUND_IDX        PIC 9(03)       VALUE 0.
    03 L$_WS01_DEC_ENTRY  OCCURS 200 TIMES
                          INDEXED BY L$_WS01_DEC_IDX.
       05 L$_WS01_DEC_SEQ           PIC 9(08).
       05 L$_WS01_DEC_ACTION        PIC X(01).

*   the limits file in memory, TRB711's 200 rows; the row images
*   are the file records byte for byte.
 01 L$_WS01_LIM_TBL.
    03 L$_WS01_LIM_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_LIM_FOUND            PIC 9(03)       VALUE 0.
    03 L$_WS01_LIM_ENTRY  OCCURS 200 TIMES
                          INDEXED BY L$_WS01_LIM_IDX
                                     L$_WS01_LIM_NXT.
       05 L$_WS01_LIM_ROW.
          07 L$_WS01_LIM_KEY        PIC X(15).
          07 L$_WS01_LIM_MAX_AMT    PIC S9(12)V99.

*   the decided entries, held for the audit file until the limits
*   and the queue have both been swapped.
 01 L$_WS01_DONE_TBL.
    03 L$_WS01_DONE_CNT             PIC 9(03)       VALUE 0.
    03 L$_WS01_DONE_ENTRY  OCCURS 200 TIMES
                           INDEXED BY L$_WS01_DONE_IDX.
       05 L$_WS01_DONE_DECISION     PIC X(01).
       05 L$_WS01_DONE_SEQ          PIC 9(08).
       05 L$_WS01_DONE_ACTION       PIC X(01).
       05 L$_WS01_DONE_ORIGINATOR   PIC X(12).
       05 L$_WS01_DONE_QUEUED_TMSP  PIC S9(11)V9(07) COMP.
       05 L$_WS01_DONE_OLD_IMAGE    PIC X(29).
       05 L$_WS01_DONE_NEW_IMAGE    PIC X(29).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_PND               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PND_NO			    VALUE 0.
       88 L$_SW01_EOF_PND_YES			    VALUE 1.
    03 L$_SW01_EOF_DEC               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DEC_NO			    VALUE 0.
       88 L$_SW01_EOF_DEC_YES			    VALUE 1.
    03 L$_SW01_EOF_LIM               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LIM_NO			    VALUE 0.
       88 L$_SW01_EOF_LIM_YES			    VALUE 1.
    03 L$_SW01_SWAP_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_SWAP_CLEAN			    VALUE 0.
       88 L$_SW01_SWAP_FAILED			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_PND_READ              PIC 9(05).
    03 L$_CT01_APPROVED              PIC 9(05).
    03 L$_CT01_REJECTED              PIC 9(05).
    03 L$_CT01_SUPERSEDED            PIC 9(05).
    03 L$_CT01_LEFT_QUEUED           PIC 9(05).
    03 L$_CT01_SELF_REVIEW           PIC 9(05).

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

*   shared prerequisite check (see ICA_TRF713_PREREQ_CHK).
 COPY "ICA_CDD_WKSP:ICA_TRF713_PREREQ_CHK_WKSP"	      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE        - the decisions file's date, CCYYMMDD.
*     PREREQ_OVERRIDE - "Y"/"N", default "N".
 COPY 'ICA_CDD_WKSP:ICA_TRB72J_LIM_APPROVE_WKSP'      FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72J_LIM_APPROVE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 001.
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
       MOVE "Sec:DECLARATIVES 001-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 002-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_AUDIT_FILE.
 002.
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

    PERFORM UNTIL L$_SW01_EOF_PND_YES
       PERFORM C-REVIEW-NEXT-PENDING
    END-PERFORM

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72J_LIM_APPROVE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_DEC_TBL
               L$_WS01_LIM_TBL
               L$_WS01_DONE_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72J_LIM_APPROVE_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_DEC_DATE   IN L$_DECISIONS_NAME
         L$_WS01_RPT_DATE   IN L$_O_REPORT_FILE_NAME

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO L$_WS01_APPROVER

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72J_LIM_APPROVE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72J_LIM_APPROVE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    INITIALIZE ICA_TRF713_PREREQ_CHK_WKSP
    MOVE "ICA_TRB72J_LIM_APPROVE"
      TO P$_PRE_PROG_NAME IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE RUN_DATE	   IN ICA_TRB72J_LIM_APPROVE_INP
      TO P$_PRE_RUN_DATE  IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE PREREQ_OVERRIDE   IN ICA_TRB72J_LIM_APPROVE_INP
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

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Pending debit-limit changes - approval report"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-LOAD-DECISIONS

    PERFORM BB-LOAD-LIMITS

    OPEN INPUT I_PENDING_FILE

    IF NOT L$_PENDING_FOUND
       DISPLAY "No limit-change queue - nothing awaits approval."
       MOVE "No limit-change queue - nothing awaits approval."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       SET L$_SW01_EOF_PND_YES TO TRUE
       GO TO B-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_PENDING_FILE_NAME

    OPEN OUTPUT O_PENDING_NEW_FILE

    IF NOT L$_PENDING_NEW_OK
       DISPLAY "** Queue work file could not be opened, status: "
               L$_PENDING_NEW_STATUS " - run refused, nothing applied."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-DECISIONS			SECTION.
*--------------------------------------------------------------------
*# no decisions is a legitimate run - it lists the queue on the
*# report for the approver to decide from, and leaves everything
*# queued.
 BA-00.

    OPEN INPUT I_DECISIONS_FILE

    IF NOT L$_DECISIONS_FOUND
       DISPLAY "No decisions for ", L$_WS01_RUN_DATE,
               " - listing run, everything stays queued."
       GO TO BA-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_DECISIONS_NAME

    PERFORM UNTIL L$_SW01_EOF_DEC_YES
       READ I_DECISIONS_FILE
          AT END
             SET L$_SW01_EOF_DEC_YES TO TRUE
          NOT AT END
             IF L$_WS01_DEC_CNT < 200
                ADD 1 TO L$_WS01_DEC_CNT
                SET L$_WS01_DEC_IDX TO L$_WS01_DEC_CNT
                MOVE DEC_PND_SEQ
                  TO L$_WS01_DEC_SEQ(L$_WS01_DEC_IDX)
                MOVE DEC_ACTION
                  TO L$_WS01_DEC_ACTION(L$_WS01_DEC_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 200 decisions "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_DECISIONS_FILE

    DISPLAY "Decisions loaded: ", L$_WS01_DEC_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-LOAD-LIMITS				SECTION.
*--------------------------------------------------------------------
*# the whole limits file into the table - ZA writes the table back,
*# so nothing may be left out: a file over TRB711's 200 rows
*# refuses the run with the file untouched.
 BB-00.

    OPEN INPUT I_LIMITS_FILE

    IF NOT L$_LIMITS_FOUND
       DISPLAY "No debit-limits file - an approved add starts it."
       GO TO BB-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_LIM_YES
       READ I_LIMITS_FILE
          AT END
             SET L$_SW01_EOF_LIM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LIM_NO
          IF L$_WS01_LIM_CNT NOT < 200
             DISPLAY "** More than 200 rows on the debit-limits file "
                     "- run refused, file untouched."
             MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
             SET SP$_EXIT_STATUS_FAILURE TO TRUE

             CALL 'UTL_TERM_PROG_FUNCTION'
             CALL 'UTL_EXIT_ROUTINE'
                  USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
          END-IF
          ADD 1 TO L$_WS01_LIM_CNT
          SET L$_WS01_LIM_IDX TO L$_WS01_LIM_CNT
          MOVE I_LIMITS_REC
            TO L$_WS01_LIM_ROW(L$_WS01_LIM_IDX)
       END-IF
    END-PERFORM

    CLOSE I_LIMITS_FILE

    DISPLAY "Limit rows on file: ", L$_WS01_LIM_CNT
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-REVIEW-NEXT-PENDING			SECTION.
*--------------------------------------------------------------------
 C-00.

    READ I_PENDING_FILE
       AT END
          SET L$_SW01_EOF_PND_YES TO TRUE
    END-READ

    IF L$_SW01_EOF_PND_NO
       ADD 1 TO L$_CT01_PND_READ
       PERFORM CA-REVIEW-ONE-PENDING
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-REVIEW-ONE-PENDING			SECTION.
*--------------------------------------------------------------------
 CA-00.

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "PENDING " LP_SEQ
           " ACTION " LP_ACTION
           " BY " LP_ORIGINATOR
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF LP_OLD_IMAGE NOT = SPACES
       MOVE LP_OLD_IMAGE TO I_LIMITS_REC
       PERFORM WA-REPORT-ROW-IMAGE
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  OLD: " LIM_SPECIFIC_IND " " LIM_ACC_BANK_NUM "/"
              LIM_ACC_BRANCH_NUM "/" LIM_ACC_TYPE_CODE "/"
              LIM_ACC_NUM " MAX " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    IF LP_NEW_IMAGE NOT = SPACES
       MOVE LP_NEW_IMAGE TO I_LIMITS_REC
       PERFORM WA-REPORT-ROW-IMAGE
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  NEW: " LIM_SPECIFIC_IND " " LIM_ACC_BANK_NUM "/"
              LIM_ACC_BRANCH_NUM "/" LIM_ACC_TYPE_CODE "/"
              LIM_ACC_NUM " MAX " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    PERFORM CB-FIND-DECISION

    IF L$_WS01_DECISION NOT = "A"
   AND L$_WS01_DECISION NOT = "R"
       ADD 1 TO L$_CT01_LEFT_QUEUED
       PERFORM CF-KEEP-QUEUED
       MOVE "  NO DECISION - left queued."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

*#  four eyes means four - the approver may not decide on a change
*#  the approver keyed.
    IF LP_ORIGINATOR = L$_WS01_APPROVER
       ADD 1 TO L$_CT01_SELF_REVIEW
       PERFORM CF-KEEP-QUEUED
       MOVE "  APPROVER IS THE ORIGINATOR - refused, left queued."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    IF L$_WS01_DECISION = "A"
       PERFORM CC-APPLY-ONE-CHANGE
    ELSE
       ADD 1 TO L$_CT01_REJECTED
       PERFORM CE-RECORD-DECIDED
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  REJECTED by " L$_WS01_APPROVER " - not applied."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-FIND-DECISION			SECTION.
*--------------------------------------------------------------------
 CB-00.

    MOVE SPACE TO L$_WS01_DECISION
    MOVE 0 TO L$_WS01_DEC_FOUND_IDX

    PERFORM VARYING L$_WS01_DEC_IDX FROM 1 BY 1
               UNTIL L$_WS01_DEC_IDX > L$_WS01_DEC_CNT
       IF L$_WS01_DEC_SEQ(L$_WS01_DEC_IDX) = LP_SEQ
          SET L$_WS01_DEC_FOUND_IDX TO L$_WS01_DEC_IDX
       END-IF
    END-PERFORM

    IF L$_WS01_DEC_FOUND_IDX > ZERO
       SET L$_WS01_DEC_IDX TO L$_WS01_DEC_FOUND_IDX
       MOVE L$_WS01_DEC_ACTION(L$_WS01_DEC_IDX)
         TO L$_WS01_DECISION
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-APPLY-ONE-CHANGE			SECTION.
*--------------------------------------------------------------------
*# the row must still look as it did when the panel queued the
*# change - otherwise the approver approved something that is no
*# longer what the file holds.
 CC-00.

    PERFORM CD-FIND-LIMIT-ROW

    IF LP_ACTION = "A"
       IF L$_WS01_LIM_FOUND > ZERO
          PERFORM CG-SUPERSEDE-ONE-CHANGE
          GO TO CC-EXIT
       END-IF
       IF L$_WS01_LIM_CNT NOT < 200
          ADD 1 TO L$_CT01_LEFT_QUEUED
          PERFORM CF-KEEP-QUEUED
          MOVE "  APPROVED BUT THE FILE HOLDS 200 ROWS - left queued."
            TO MSG	IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          GO TO CC-EXIT
       END-IF
       ADD 1 TO L$_WS01_LIM_CNT
       SET L$_WS01_LIM_IDX TO L$_WS01_LIM_CNT
       MOVE LP_NEW_IMAGE TO L$_WS01_LIM_ROW(L$_WS01_LIM_IDX)
    ELSE
       IF L$_WS01_LIM_FOUND = ZERO
          PERFORM CG-SUPERSEDE-ONE-CHANGE
          GO TO CC-EXIT
       END-IF
       SET L$_WS01_LIM_IDX TO L$_WS01_LIM_FOUND
       IF L$_WS01_LIM_ROW(L$_WS01_LIM_IDX) NOT = LP_OLD_IMAGE
          PERFORM CG-SUPERSEDE-ONE-CHANGE
          GO TO CC-EXIT
       END-IF
       IF LP_ACTION = "C"
          MOVE LP_NEW_IMAGE TO L$_WS01_LIM_ROW(L$_WS01_LIM_IDX)
       ELSE
          PERFORM CH-DROP-LIMIT-ROW
       END-IF
    END-IF

    ADD 1 TO L$_CT01_APPROVED
    PERFORM CE-RECORD-DECIDED

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  APPROVED by " L$_WS01_APPROVER " and applied."
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-FIND-LIMIT-ROW			SECTION.
*--------------------------------------------------------------------
*# last match wins, as in TRB711's EA1-CHECK-DEBIT-LIMIT scans.
 CD-00.

    MOVE 0 TO L$_WS01_LIM_FOUND

    PERFORM VARYING L$_WS01_LIM_IDX FROM 1 BY 1
               UNTIL L$_WS01_LIM_IDX > L$_WS01_LIM_CNT
       IF L$_WS01_LIM_KEY(L$_WS01_LIM_IDX) = LP_OLD_KEY
       OR L$_WS01_LIM_KEY(L$_WS01_LIM_IDX) = LP_NEW_KEY
          SET L$_WS01_LIM_FOUND TO L$_WS01_LIM_IDX
       END-IF
    END-PERFORM
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-RECORD-DECIDED			SECTION.
*--------------------------------------------------------------------
*# held for the audit file; ZB writes it once the swaps stand.
 CE-00.

    ADD 1 TO L$_WS01_DONE_CNT
    SET L$_WS01_DONE_IDX TO L$_WS01_DONE_CNT

    MOVE L$_WS01_DECISION   TO L$_WS01_DONE_DECISION(L$_WS01_DONE_IDX)
    MOVE LP_SEQ		  TO L$_WS01_DONE_SEQ(L$_WS01_DONE_IDX)
    MOVE LP_ACTION	  TO L$_WS01_DONE_ACTION(L$_WS01_DONE_IDX)
    MOVE LP_ORIGINATOR	  TO L$_WS01_DONE_ORIGINATOR(L$_WS01_DONE_IDX)
    MOVE LP_QUEUED_TMSP	  TO L$_WS01_DONE_QUEUED_TMSP(L$_WS01_DONE_IDX)
    MOVE LP_OLD_IMAGE	  TO L$_WS01_DONE_OLD_IMAGE(L$_WS01_DONE_IDX)
    MOVE LP_NEW_IMAGE	  TO L$_WS01_DONE_NEW_IMAGE(L$_WS01_DONE_IDX)
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-KEEP-QUEUED			SECTION.
*--------------------------------------------------------------------
 CF-00.

    MOVE LP_SEQ			TO PN_SEQ
    MOVE LP_STATUS		TO PN_STATUS
    MOVE LP_ORIGINATOR		TO PN_ORIGINATOR
    MOVE LP_QUEUED_TMSP		TO PN_QUEUED_TMSP
    MOVE LP_ACTION		TO PN_ACTION
    MOVE LP_OLD_IMAGE		TO PN_OLD_IMAGE
    MOVE LP_NEW_IMAGE		TO PN_NEW_IMAGE

    WRITE O_PENDING_NEW_REC
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-SUPERSEDE-ONE-CHANGE		SECTION.
*--------------------------------------------------------------------
*# the row moved since the change was queued - not applied, off the
*# queue, audited as "S"; the originator keys it again against the
*# file as it now stands.
 CG-00.

    ADD 1 TO L$_CT01_SUPERSEDED

    MOVE "S" TO L$_WS01_DECISION
    PERFORM CE-RECORD-DECIDED

    MOVE "  ROW CHANGED SINCE QUEUED - superseded, not applied."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-DROP-LIMIT-ROW			SECTION.
*--------------------------------------------------------------------
*# the rows after the deleted one move up a place - file order is
*# kept, since TRB711's last-match rule reads it.
 CH-00.

    PERFORM VARYING L$_WS01_LIM_IDX FROM L$_WS01_LIM_FOUND BY 1
               UNTIL L$_WS01_LIM_IDX NOT < L$_WS01_LIM_CNT
       SET L$_WS01_LIM_NXT TO L$_WS01_LIM_IDX
       SET L$_WS01_LIM_NXT UP BY 1
       MOVE L$_WS01_LIM_ROW(L$_WS01_LIM_NXT)
         TO L$_WS01_LIM_ROW(L$_WS01_LIM_IDX)
    END-PERFORM

    SUBTRACT 1 FROM L$_WS01_LIM_CNT
    .
 CH-EXIT.    EXIT.
*--------------------------------------------------------------------
 WA-REPORT-ROW-IMAGE			SECTION.
*--------------------------------------------------------------------
 WA-00.

    IF LIM_MAX_AMT IS NUMERIC
       MOVE LIM_MAX_AMT TO L$_WS01_AMT
    ELSE
       MOVE ZERO	TO L$_WS01_AMT
    END-IF

    MOVE L$_WS01_AMT TO LD$_AMT
    .
 WA-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZA-REWRITE-LIMITS			SECTION.
*--------------------------------------------------------------------
*# the table back out in BH-LOAD-DEB-LIMITS' layout, through a .TMP
*# and a RENAME - a run that dies here leaves the old file standing.
 ZA-00.

    OPEN OUTPUT O_LIMITS_NEW_FILE

    IF NOT L$_LIMITS_NEW_OK
       DISPLAY "** Limits work file could not be opened, status: "
               L$_LIMITS_NEW_STATUS " - limits NOT updated."
       SET L$_SW01_SWAP_FAILED TO TRUE
       GO TO ZA-EXIT
    END-IF

    PERFORM VARYING L$_WS01_LIM_IDX FROM 1 BY 1
               UNTIL L$_WS01_LIM_IDX > L$_WS01_LIM_CNT
       MOVE L$_WS01_LIM_ROW(L$_WS01_LIM_IDX) TO O_LIMITS_NEW_REC
       WRITE O_LIMITS_NEW_REC
    END-PERFORM

    CLOSE O_LIMITS_NEW_FILE

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_LIMITS_NEW_NAME " " L$_LIMITS_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at ZA-REWRITE-LIMITS - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET L$_SW01_SWAP_FAILED TO TRUE
       GO TO ZA-EXIT
    END-IF

    DISPLAY "Debit-limits file rewritten, rows: ", L$_WS01_LIM_CNT
    .
 ZA-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZB-WRITE-AUDIT				SECTION.
*--------------------------------------------------------------------
*# append-only: the file is probed and extended, never replaced.
 ZB-00.

    OPEN INPUT I_AUDIT_PROBE_FILE

    IF L$_AUDIT_PROBE_FOUND
       CLOSE I_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF

    PERFORM VARYING L$_WS01_DONE_IDX FROM 1 BY 1
               UNTIL L$_WS01_DONE_IDX > L$_WS01_DONE_CNT
       MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
         TO LA_AUDIT_TMSP
       MOVE L$_WS01_DONE_DECISION(L$_WS01_DONE_IDX)    TO LA_DECISION
       MOVE L$_WS01_DONE_SEQ(L$_WS01_DONE_IDX)         TO LA_PND_SEQ
       MOVE L$_WS01_DONE_ACTION(L$_WS01_DONE_IDX)      TO LA_ACTION
       MOVE L$_WS01_DONE_ORIGINATOR(L$_WS01_DONE_IDX)  TO LA_ORIGINATOR
       MOVE L$_WS01_DONE_QUEUED_TMSP(L$_WS01_DONE_IDX)
         TO LA_QUEUED_TMSP
       MOVE L$_WS01_APPROVER                           TO LA_APPROVER
       MOVE L$_WS01_DONE_OLD_IMAGE(L$_WS01_DONE_IDX)   TO LA_OLD_IMAGE
       MOVE L$_WS01_DONE_NEW_IMAGE(L$_WS01_DONE_IDX)   TO LA_NEW_IMAGE
       WRITE O_AUDIT_REC
    END-PERFORM

    CLOSE O_AUDIT_FILE
    .
 ZB-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZC-SWAP-QUEUE				SECTION.
*--------------------------------------------------------------------
*# the rewritten queue replaces the old one - the house RENAME swap.
 ZC-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_PENDING_NEW_NAME " " L$_PENDING_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at ZC-SWAP-QUEUE - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET L$_SW01_SWAP_FAILED TO TRUE
    END-IF
    .
 ZC-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
*# limits first, then the queue: an approved change is never off the
*# queue without being on the file. If the queue swap alone fails,
*# the approved entries are re-presented on the next run and come
*# out superseded - the file already holds them.
 Z-00.

    IF L$_PENDING_FOUND
       CLOSE I_PENDING_FILE
             O_PENDING_NEW_FILE

       IF L$_CT01_APPROVED > ZERO
          PERFORM ZA-REWRITE-LIMITS
       END-IF

       IF L$_SW01_SWAP_CLEAN
          PERFORM ZC-SWAP-QUEUE
       END-IF

       IF L$_SW01_SWAP_CLEAN
          PERFORM ZB-WRITE-AUDIT
       ELSE
          DISPLAY "** LIMITS/QUEUE NOT REPLACED - decisions of this "
                  "run are NOT in effect and NOT audited; rerun."
          MOVE "** LIMITS/QUEUE NOT REPLACED - decisions NOT in effect."
            TO MSG	IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          SET SP$_EXIT_STATUS_FAILURE TO TRUE
          MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       END-IF
    END-IF

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Pending entries read:" DELIMITED BY SIZE
           L$_CT01_PND_READ        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Approved and applied:" DELIMITED BY SIZE
           L$_CT01_APPROVED        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Rejected:"             DELIMITED BY SIZE
           L$_CT01_REJECTED        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Superseded (row changed):" DELIMITED BY SIZE
           L$_CT01_SUPERSEDED          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Left queued:"          DELIMITED BY SIZE
           L$_CT01_LEFT_QUEUED     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Self-approval refusals:" DELIMITED BY SIZE
           L$_CT01_SELF_REVIEW       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Pending entries read:", L$_CT01_PND_READ
    DISPLAY "Approved and applied:", L$_CT01_APPROVED
    DISPLAY "Rejected:", L$_CT01_REJECTED
    DISPLAY "Superseded:", L$_CT01_SUPERSEDED
    DISPLAY "Left queued:", L$_CT01_LEFT_QUEUED

    IF L$_CT01_SELF_REVIEW > ZERO
       DISPLAY "*** SELF-APPROVAL ATTEMPTS REFUSED:",
               L$_CT01_SELF_REVIEW
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72J_LIM_APPROVE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72J_LIM_APPROVE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_PND_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_APPROVED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REJECTED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    DISPLAY 'End of program: ICA_TRB72J_LIM_APPROVE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
