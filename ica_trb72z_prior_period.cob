*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72Z_PRIOR_PERIOD.COB] *****************
*                                                                   *
*                                    [TR sub-system]                *
*       Daily prior-period adjustment report for sign-off          *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Companion to ICA_TRF720_PERIOD_CHK: every 875 posting dated     *
*  into a period finance has already closed is re-dated by that    *
*  routine to the first open day and tagged in the prior-period    *
*  register.  This daily job lists the day's register - per        *
*  posting: the program, the accumulator, the meaning code, the    *
*  amount as the row carries it, the original date, the date it   *
*  now posts on, and the closed period's close date and who       *
*  closed it - with a count per program and a sign-off block       *
*  accounting completes.  A run-level note (a writer whose rows   *
*  are written for it by a called handler) is listed as such:     *
*  its rows keep their date, and ICA_TRB717_GL_JOURNAL journals    *
*  the day in the open period.                                      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    the day reported, CCYYMMDD.        *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_PRIOR_PERIOD_FILE      I   prior-period register.         *
*       I_PERIOD_CAL_FILE        I   period-close calendar.         *
*       O_REPORT_FILE            O   prior-period report.           *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72Z_PRIOR_PERIOD.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The register ICA_TRF720_PERIOD_CHK appends. Missing register =
*   no prior-period posting yet - own status, no DECLARATIVES.
    SELECT I_PRIOR_PERIOD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PPR_STATUS.

    SELECT I_PERIOD_CAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       PC_PERIOD
           FILE STATUS		  IS	       L$_CAL_STATUS.

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
*   Same records ICA_TRF720_PERIOD_CHK reads and writes.
 FD I_PRIOR_PERIOD_FILE
    VALUE OF ID IS L$_PPR_FILE_NAME.
 01 I_PRIOR_PERIOD_REC.
    03 PP_LOG_DATE                  PIC 9(08).
    03 PP_PROG_NAME                 PIC X(26).
    03 PP_ENTRY_TYPE                PIC X(01).
       88 PP_ENTRY_ROW			    VALUE "R".
       88 PP_ENTRY_NOTE			    VALUE "N".
    03 PP_ACCUM_INTR_ID             PIC X(20).
    03 PP_MEANING_CODE              PIC 9(04).
    03 PP_AMOUNT_SLICE              PIC X(10).
    03 PP_ORIG_DATE                 PIC 9(08).
    03 PP_NEW_DATE                  PIC 9(08).
    03 PP_NEW_TMSP                  PIC S9(11)V9(07) COMP.
    03 PP_LOGGED_TMSP               PIC S9(11)V9(07) COMP.

 FD I_PERIOD_CAL_FILE
    VALUE OF ID IS L$_CAL_FILE_NAME.
 01 I_PERIOD_CAL_REC.
    03 PC_PERIOD                    PIC 9(06).
    03 PC_CLOSE_DATE                PIC 9(08).
    03 PC_CLOSED_BY                 PIC X(12).
    03 PC_ENTERED_TMSP              PIC S9(11)V9(07) COMP.
    03 PC_NOTE                      PIC X(40).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_PPR_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PRIOR_PERIOD.DAT".

 01 L$_CAL_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PERIOD_CAL.IDX".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72Z_PPA_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE  PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_PPR_STATUS                   PIC X(02).
    88 L$_PPR_FOUND			    VALUE "00".

 01 L$_CAL_STATUS                   PIC X(02).
    88 L$_CAL_OK			    VALUE "00".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_MEANING_DSP             PIC Z(03)9.
 01 L$_WS01_AMOUNT_DSP              PIC Z(06)9.99-.

*   the row's amount slice as the writer stored it: marker byte,
*   then a display S9(07)V99 - the ICA_TRB71H_SET_ACCUM_IKUL
*   ten-byte convention.
 01 L$_WS01_PPA_SLICE.
    03 L$_WS01_PPA_MARKER           PIC X(01).
    03 L$_WS01_PPA_AMOUNT_X         PIC X(09).
    03 L$_WS01_PPA_AMOUNT REDEFINES L$_WS01_PPA_AMOUNT_X
                                    PIC S9(07)V99.

*   the day's count per posting program.
 01 L$_WS01_PRG_TBL.
    03 L$_WS01_PRG_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_PRG_FOUND            PIC 9(02)       VALUE 0.
    03 L$_WS01_PRG_ENTRY  OCCURS 40 TIMES
                          INDEXED BY L$_WS01_PRG_IDX.
       05 L$_WS01_PRG_NAME          PIC X(26).
       05 L$_WS01_PRG_ROWS          PIC 9(07).
       05 L$_WS01_PRG_NOTES         PIC 9(03).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_PPR               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PPR_NO			    VALUE 0.
       88 L$_SW01_EOF_PPR_YES			    VALUE 1.
    03 L$_SW01_CAL_STATE             PIC 9(01)       VALUE 0.
       88 L$_SW01_CAL_CLOSED			    VALUE 0.
       88 L$_SW01_CAL_OPENED			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_PPR_READ              PIC 9(09).
    03 L$_CT01_PPR_ROWS              PIC 9(09).
    03 L$_CT01_PPR_NOTES             PIC 9(05).

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

*   central run registry (see ICA_TRF712_RUN_REG): one start record
*   from B-INIT, one end record with the run's counters from
*   Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - the day reported, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_TRB72Z_PRIOR_PERIOD_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72Z_PRIOR_PERIOD_WKSP
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

    PERFORM C-LIST-DAY-ENTRIES

    PERFORM D-REPORT-PROGRAM-COUNTS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72Z_PRIOR_PERIOD.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_PRG_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72Z_PRIOR_PERIOD_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Prior-period adjustments posted on " L$_WS01_RUN_DATE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES        TO MSG IN O_REPORT_REC
    MOVE "Program"     TO MSG IN O_REPORT_REC(1:7)
    MOVE "Accumulator" TO MSG IN O_REPORT_REC(28:11)
    MOVE "Code"        TO MSG IN O_REPORT_REC(49:4)
    MOVE "Amount"      TO MSG IN O_REPORT_REC(54:6)
    MOVE "Orig date"   TO MSG IN O_REPORT_REC(69:9)
    MOVE "Posts on"    TO MSG IN O_REPORT_REC(80:8)
    MOVE "Closed on"   TO MSG IN O_REPORT_REC(91:9)
    MOVE "By"          TO MSG IN O_REPORT_REC(101:2)
    PERFORM W-WRITE-REPORT-LINE

*   central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Z_PRIOR_PERIOD"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72Z_PRIOR_PERIOD_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LIST-DAY-ENTRIES			SECTION.
*--------------------------------------------------------------------
 C-00.

    OPEN INPUT I_PRIOR_PERIOD_FILE

    IF NOT L$_PPR_FOUND
       MOVE "No prior-period register - no posting has ever been "
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       MOVE "dated into a closed period."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_PPR_FILE_NAME

    OPEN INPUT I_PERIOD_CAL_FILE

    IF L$_CAL_OK
       SET L$_SW01_CAL_OPENED TO TRUE
    END-IF

    PERFORM UNTIL L$_SW01_EOF_PPR_YES
       READ I_PRIOR_PERIOD_FILE
          AT END
             SET L$_SW01_EOF_PPR_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PPR_NO
          ADD 1 TO L$_CT01_PPR_READ
          IF PP_LOG_DATE = L$_WS01_RUN_DATE
             PERFORM CA-REPORT-ONE-ENTRY
             PERFORM CB-COUNT-ONE-ENTRY
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_PRIOR_PERIOD_FILE

    IF L$_SW01_CAL_OPENED
       CLOSE I_PERIOD_CAL_FILE
    END-IF

    IF L$_CT01_PPR_ROWS = ZERO
   AND L$_CT01_PPR_NOTES = ZERO
       MOVE "No prior-period adjustments today."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-REPORT-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
*# one line per posting; the closed period's close date and closer
*# come from the calendar as it stands now.
 CA-00.

    MOVE SPACES TO MSG IN O_REPORT_REC

    MOVE PP_PROG_NAME TO MSG IN O_REPORT_REC(1:26)

    IF PP_ENTRY_NOTE
       ADD 1 TO L$_CT01_PPR_NOTES
       MOVE "RUN DATED INTO A CLOSED PERIOD - ROWS NOT RE-DATED"
         TO MSG IN O_REPORT_REC(28:50)
    ELSE
       ADD 1 TO L$_CT01_PPR_ROWS
       MOVE PP_ACCUM_INTR_ID    TO MSG IN O_REPORT_REC(28:20)
       MOVE PP_MEANING_CODE     TO L$_WS01_MEANING_DSP
       MOVE L$_WS01_MEANING_DSP TO MSG IN O_REPORT_REC(49:4)
       MOVE PP_AMOUNT_SLICE     TO L$_WS01_PPA_SLICE
       MOVE L$_WS01_PPA_MARKER  TO MSG IN O_REPORT_REC(54:1)
       IF L$_WS01_PPA_AMOUNT IS NUMERIC
          MOVE L$_WS01_PPA_AMOUNT TO L$_WS01_AMOUNT_DSP
          MOVE L$_WS01_AMOUNT_DSP TO MSG IN O_REPORT_REC(56:11)
       ELSE
          MOVE L$_WS01_PPA_AMOUNT_X TO MSG IN O_REPORT_REC(56:9)
       END-IF
    END-IF

    MOVE PP_ORIG_DATE TO MSG IN O_REPORT_REC(69:8)
    MOVE PP_NEW_DATE  TO MSG IN O_REPORT_REC(80:8)

    IF L$_SW01_CAL_OPENED
       MOVE PP_ORIG_DATE(1:6) TO PC_PERIOD
       READ I_PERIOD_CAL_FILE
       IF L$_CAL_OK
          MOVE PC_CLOSE_DATE TO MSG IN O_REPORT_REC(91:8)
          MOVE PC_CLOSED_BY  TO MSG IN O_REPORT_REC(101:12)
       END-IF
    END-IF

    PERFORM W-WRITE-REPORT-LINE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-COUNT-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
 CB-00.

    MOVE 0 TO L$_WS01_PRG_FOUND

    PERFORM VARYING L$_WS01_PRG_IDX FROM 1 BY 1
               UNTIL L$_WS01_PRG_IDX > L$_WS01_PRG_CNT
       IF L$_WS01_PRG_NAME(L$_WS01_PRG_IDX) = PP_PROG_NAME
          SET L$_WS01_PRG_FOUND TO L$_WS01_PRG_IDX
       END-IF
    END-PERFORM

    IF L$_WS01_PRG_FOUND = ZERO
       IF L$_WS01_PRG_CNT >= 40
          DISPLAY "*** WARNING: more than 40 posting programs "
                  "- extras not counted ***"
          GO TO CB-EXIT
       END-IF
       ADD 1 TO L$_WS01_PRG_CNT
       SET L$_WS01_PRG_IDX TO L$_WS01_PRG_CNT
       MOVE PP_PROG_NAME TO L$_WS01_PRG_NAME(L$_WS01_PRG_IDX)
       MOVE 0            TO L$_WS01_PRG_ROWS(L$_WS01_PRG_IDX)
                            L$_WS01_PRG_NOTES(L$_WS01_PRG_IDX)
       SET L$_WS01_PRG_FOUND TO L$_WS01_PRG_IDX
    END-IF

    SET L$_WS01_PRG_IDX TO L$_WS01_PRG_FOUND
    IF PP_ENTRY_NOTE
       ADD 1 TO L$_WS01_PRG_NOTES(L$_WS01_PRG_IDX)
    ELSE
       ADD 1 TO L$_WS01_PRG_ROWS(L$_WS01_PRG_IDX)
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-REPORT-PROGRAM-COUNTS		SECTION.
*--------------------------------------------------------------------
 D-00.

    IF L$_WS01_PRG_CNT = ZERO
       GO TO D-EXIT
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Per posting program:"
      TO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_PRG_IDX FROM 1 BY 1
               UNTIL L$_WS01_PRG_IDX > L$_WS01_PRG_CNT
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "  " L$_WS01_PRG_NAME(L$_WS01_PRG_IDX)
              " ROWS RE-DATED " L$_WS01_PRG_ROWS(L$_WS01_PRG_IDX)
              " RUN NOTES " L$_WS01_PRG_NOTES(L$_WS01_PRG_IDX)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-PERFORM
    .
 D-EXIT.    EXIT.
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

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Register entries read:" DELIMITED BY SIZE
           L$_CT01_PPR_READ         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "875 rows re-dated today:" DELIMITED BY SIZE
           L$_CT01_PPR_ROWS           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Runs dated into a closed period:" DELIMITED BY SIZE
           L$_CT01_PPR_NOTES                  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

*   the sign-off block - the report is not closed until accounting
*   has signed it.
    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Reviewed by accounting: ____________________  "
      TO MSG	IN O_REPORT_REC
    MOVE "Date: ____________  Signature: ____________________"
      TO MSG	IN O_REPORT_REC(48:)
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "875 rows re-dated today:", L$_CT01_PPR_ROWS
    DISPLAY "Runs dated into a closed period:", L$_CT01_PPR_NOTES

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

*   central run registry end record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Z_PRIOR_PERIOD"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72Z_PRIOR_PERIOD_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_PPR_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72Z_PRIOR_PERIOD.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
