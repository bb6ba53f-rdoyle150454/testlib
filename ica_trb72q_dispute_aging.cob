*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72Q_DISPUTE_AGING.COB] ****************
*                                                                   *
*                                    [TR sub-system]                *
*      Weekly aging report of dispute cases past their deadline    *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Reads the dispute case store ICA_TRT723_PUT_DATA keeps and       *
*  reports every case not yet decided whose regulatory response    *
*  due date is before the report date, with the stage it is stuck  *
*  in (open, or waiting on the bank) and how it was opened.  The   *
*  report ends with the overdue counts by stage.  The run is        *
*  flagged FAILURE when anything is on the report, so the           *
*  scheduler can raise it.                                          *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       REPORT_DATE         I    today's date, CCYYMMDD - a case    *
*                                 due before it is overdue.          *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_CASE_STORE             I   dispute case store.            *
*       O_REPORT_FILE            O   dispute aging report.          *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72Q_DISPUTE_AGING.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The dispute case store - missing until the panel opens the
*   first case. Handled by status, no DECLARATIVES.
    SELECT I_CASE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       DC_CASE_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

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
*   Dispute case record - hand-kept convention shared with
*   ICA_TRT723_PUT_DATA and ICA_TRB72P_DISPUTE_REFUND.
 FD I_CASE_STORE
    VALUE OF ID IS L$_STORE_NAME.
 01 I_CASE_REC.
    03 DC_CASE_ID.
       05 DC_OPEN_DATE              PIC 9(08).
       05 DC_CASE_SEQ               PIC 9(05).
    03 DC_TRACE_ID                  PIC X(26).
    03 DC_ACCUM_INTR_ID             PIC X(20).
    03 DC_ACC_BANK_NUM              PIC 9(02).
    03 DC_ACC_BRANCH_NUM            PIC 9(03).
    03 DC_ACC_TYPE_CODE             PIC 9(03).
    03 DC_ACC_NUM                   PIC 9(09).
    03 DC_DISPUTED_AMT              PIC S9(12)V99.
    03 DC_CLAIM_TEXT                PIC X(60).
    03 DC_STAGE                     PIC X(01).
       88 DC_STAGE_OPEN			    VALUE "O".
       88 DC_STAGE_BANK_QUERY		    VALUE "B".
       88 DC_STAGE_DECIDED			    VALUE "D".
    03 DC_DUE_DATE                  PIC 9(08).
    03 DC_OUTCOME                   PIC X(01).
    03 DC_REFUND_AMT                PIC S9(12)V99.
    03 DC_OUTCOME_NOTE              PIC X(40).
    03 DC_OPENED_BY                 PIC X(12).
    03 DC_UPDATED_BY                PIC X(12).
    03 DC_UPDATED_TMSP              PIC S9(11)V9(07) COMP.
    03 DC_DECIDED_BY                PIC X(12).
    03 DC_DECIDED_DATE              PIC 9(08).
    03 DC_REFUND_STATUS             PIC X(01).
    03 DC_REFUND_DATE               PIC 9(08).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_STORE_NAME                   PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DISPUTE_CASE.IDX".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72Q_AGE_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_STORE_STATUS                 PIC X(02).
    88 L$_STORE_OK			    VALUE "00".
    88 L$_STORE_MISSING		    VALUE "35".

 01 L$_WS01_CASE_ID_DSP             PIC 9(13).
 01 L$_WS01_STAGE_DSP               PIC X(10).

 01 LD$_AMT                         PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_STORE            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STORE_NO			    VALUE 0.
       88 L$_SW01_EOF_STORE_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_CASES_READ            PIC 9(09).
    03 L$_CT01_OVERDUE_OPEN          PIC 9(09).
    03 L$_CT01_OVERDUE_BANK_QUERY    PIC 9(09).

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

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     REPORT_DATE - today's date, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_TRB72Q_DISPUTE_AGING_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72Q_DISPUTE_AGING_WKSP
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
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-SCAN-CASES

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72Q_DISPUTE_AGING.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE REPORT_DATE        IN ICA_TRB72Q_DISPUTE_AGING_INP
      TO L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    IF L$_WS01_REPORT_DATE = ZERO
       DISPLAY "** REPORT_DATE is required. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Dispute case aging report - past the response due date"
      TO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Q_DISPUTE_AGING"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE REPORT_DATE        IN ICA_TRB72Q_DISPUTE_AGING_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SCAN-CASES				SECTION.
*--------------------------------------------------------------------
*# no store yet means no case was ever opened - nothing is late.
 C-00.

    OPEN INPUT I_CASE_STORE

    IF L$_STORE_MISSING
       MOVE "  no dispute case has been opened yet."
         TO MSG	IN O_REPORT_REC
       PERFORM CB-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    IF NOT L$_STORE_OK
       DISPLAY "** Dispute case store could not be opened, status: "
               L$_STORE_STATUS
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Open Input File: " L$_STORE_NAME

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ I_CASE_STORE
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          ADD 1 TO L$_CT01_CASES_READ
          PERFORM CA-CHECK-ONE-CASE
       END-IF
    END-PERFORM

    CLOSE I_CASE_STORE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-CHECK-ONE-CASE			SECTION.
*--------------------------------------------------------------------
*# a decided case has had its answer, late or not; only the cases
*# still being worked can be overdue.
 CA-00.

    IF DC_STAGE_DECIDED
    OR DC_DUE_DATE NOT < L$_WS01_REPORT_DATE
       GO TO CA-EXIT
    END-IF

    IF DC_STAGE_BANK_QUERY
       ADD 1 TO L$_CT01_OVERDUE_BANK_QUERY
       MOVE "BANK QUERY" TO L$_WS01_STAGE_DSP
    ELSE
       ADD 1 TO L$_CT01_OVERDUE_OPEN
       MOVE "OPEN"       TO L$_WS01_STAGE_DSP
    END-IF

    MOVE DC_CASE_ID      TO L$_WS01_CASE_ID_DSP
    MOVE DC_DISPUTED_AMT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "OVERDUE since " DC_DUE_DATE
           " - CASE:" L$_WS01_CASE_ID_DSP
           " STAGE:" L$_WS01_STAGE_DSP
           " TRACE:" DC_TRACE_ID
           " ACCUM:" DC_ACCUM_INTR_ID
           " AMOUNT:" LD$_AMT
           " opened by " DC_OPENED_BY
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 CB-00.

    WRITE O_REPORT_REC
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    STRING "Total cases read:"  DELIMITED BY SIZE
           L$_CT01_CASES_READ   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    STRING "Overdue cases still open:" DELIMITED BY SIZE
           L$_CT01_OVERDUE_OPEN        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    STRING "Overdue cases waiting on the bank:" DELIMITED BY SIZE
           L$_CT01_OVERDUE_BANK_QUERY           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CB-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total cases read:", L$_CT01_CASES_READ
    DISPLAY "Overdue cases still open:", L$_CT01_OVERDUE_OPEN
    DISPLAY "Overdue cases waiting on the bank:",
            L$_CT01_OVERDUE_BANK_QUERY

    IF L$_CT01_OVERDUE_OPEN > ZERO
    OR L$_CT01_OVERDUE_BANK_QUERY > ZERO
       DISPLAY "*** DISPUTE CASES PAST THEIR DUE DATE - see "
               L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Q_DISPUTE_AGING"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE REPORT_DATE        IN ICA_TRB72Q_DISPUTE_AGING_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_CASES_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    ADD L$_CT01_OVERDUE_OPEN
     TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    ADD L$_CT01_OVERDUE_BANK_QUERY
     TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72Q_DISPUTE_AGING.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
