*********************************************************************
******* PROGRAM_NAME: [ICA_TRB730_MANIFEST_CMP.COB] *****************
*                                                                   *
*                                    [TR sub-system]                *
*        Run manifest comparison - what changed between runs       *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Companion to ICA_TRF721_RUN_MANIFEST, which records, per run,   *
*  every control file a program loaded - records, checksum, full   *
*  spec with version and revision time.  Given a program and two   *
*  of its run keys (as the run registry shows them) this job lists *
*  each control file either run loaded:                            *
*                                                                   *
*    SAME       - count, checksum and spec alike in both runs;     *
*    CHANGED    - loaded by both, with what differs: RECORDS,      *
*                 CHECKSUM, VERSION (the spec), REVISED (the RMS   *
*                 revision time), PRESENCE (there in one run only  *
*                 at load time);                                   *
*    ONLY IN A  - loaded by the first run only;                    *
*    ONLY IN B  - loaded by the second run only.                   *
*                                                                   *
*  A file loaded more than once under one run key (a rerun) is     *
*  taken at its LAST entry - the table the finished run used.      *
*  Files named per run (a hold list, a split sidecar) naturally    *
*  show as ONLY IN A / ONLY IN B.                                   *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       PROG_NAME           I    the program whose runs compare.   *
*       RUN_KEY_A           I    the earlier run's key.             *
*       RUN_KEY_B           I    the later run's key.               *
*       OPER_ID             I    run id - names the report.         *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_MANIFEST_FILE          I   run manifest.                  *
*       O_REPORT_FILE            O   comparison report.             *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB730_MANIFEST_CMP.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The manifest ICA_TRF721_RUN_MANIFEST maintains. Missing manifest
*   = nothing recorded yet - own status, no DECLARATIVES.
    SELECT I_MANIFEST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       MF_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_MANIFEST_STATUS.

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
*   Same hand-kept record convention ICA_TRF721_RUN_MANIFEST writes.
 FD I_MANIFEST_FILE
    VALUE OF ID IS L$_MANIFEST_FILE_NAME.
 01 I_MANIFEST_REC.
    03 MF_KEY.
       05 MF_PROG_NAME              PIC X(26).
       05 MF_RUN_KEY                PIC X(26).
       05 MF_FILE_NAME              PIC X(60).
       05 MF_LOGGED_TMSP            PIC S9(11)V9(07) COMP.
    03 MF_FILE_FOUND                PIC X(01).
    03 MF_REC_CNT                   PIC 9(09).
    03 MF_CHECKSUM                  PIC 9(10).
    03 MF_FILE_RDT                  PIC X(23).
    03 MF_FILE_SPEC                 PIC X(80).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_MANIFEST_FILE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_MANIFEST.IDX".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB730_MFC_".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_MANIFEST_STATUS              PIC X(02).
    88 L$_MANIFEST_OK			    VALUE "00".

 01 L$_WS01_PROG_NAME               PIC X(26).
 01 L$_WS01_WANT_RUN_KEY            PIC X(26).
 01 L$_WS01_CNT_DSP                 PIC Z(08)9.
 01 L$_WS01_SUM_DSP                 PIC Z(09)9.
 01 L$_WS01_SIDE_LABEL              PIC X(04).

*   the two runs' files, side 1 = run A, side 2 = run B; one entry
*   per file name, the last manifest entry for it standing.
 01 L$_WS01_RUN_TBL.
    03 L$_WS01_RUN_SIDE  OCCURS 2 TIMES
                         INDEXED BY L$_WS01_SIDE_IDX.
       05 L$_WS01_MF_CNT            PIC 9(02).
       05 L$_WS01_MF_ENTRY  OCCURS 50 TIMES
                            INDEXED BY L$_WS01_MF_IDX.
          07 L$_WS01_MF_NAME        PIC X(60).
          07 L$_WS01_MF_FOUND       PIC X(01).
          07 L$_WS01_MF_REC_CNT     PIC 9(09).
          07 L$_WS01_MF_CHECKSUM    PIC 9(10).
          07 L$_WS01_MF_RDT         PIC X(23).
          07 L$_WS01_MF_SPEC        PIC X(80).
          07 L$_WS01_MF_MATCHED     PIC X(01).

 01 L$_WS01_ENTRY_FOUND             PIC 9(02).
 01 L$_WS01_A_IDX                   PIC 9(02).
 01 L$_WS01_B_IDX                   PIC 9(02).
 01 L$_WS01_DETAIL_SIDE             PIC 9(01).
 01 L$_WS01_DETAIL_IDX              PIC 9(02).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_MAN               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_MAN_NO			    VALUE 0.
       88 L$_SW01_EOF_MAN_YES			    VALUE 1.
    03 L$_SW01_MAN_STATE             PIC 9(01)       VALUE 0.
       88 L$_SW01_MAN_CLOSED			    VALUE 0.
       88 L$_SW01_MAN_OPENED			    VALUE 1.
    03 L$_SW01_DIFFERS               PIC 9(01)       VALUE 0.
       88 L$_SW01_DIFFERS_NO			    VALUE 0.
       88 L$_SW01_DIFFERS_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_MAN_READ              PIC 9(09).
    03 L$_CT01_FILES_SAME            PIC 9(05).
    03 L$_CT01_FILES_CHANGED         PIC 9(05).
    03 L$_CT01_FILES_ONLY_A          PIC 9(05).
    03 L$_CT01_FILES_ONLY_B          PIC 9(05).

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
*     PROG_NAME - PIC X(26), RUN_KEY_A / RUN_KEY_B - PIC X(26),
*     OPER_ID - PIC 9(16).
 COPY 'ICA_CDD_WKSP:ICA_TRB730_MANIFEST_CMP_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB730_MANIFEST_CMP_WKSP
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

    PERFORM C-COMPARE-RUNS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB730_MANIFEST_CMP.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_RUN_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE PROG_NAME	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO L$_WS01_PROG_NAME
    MOVE OPER_ID	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Run manifest comparison for " L$_WS01_PROG_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Run A: " RUN_KEY_A IN ICA_TRB730_MANIFEST_CMP_INP
           "  Run B: " RUN_KEY_B IN ICA_TRB730_MANIFEST_CMP_INP
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES          TO MSG IN O_REPORT_REC
    MOVE "Status"        TO MSG IN O_REPORT_REC(1:6)
    MOVE "Control file"  TO MSG IN O_REPORT_REC(13:12)
    MOVE "Differs in"    TO MSG IN O_REPORT_REC(75:10)
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES          TO MSG IN O_REPORT_REC
    MOVE "Run"           TO MSG IN O_REPORT_REC(3:3)
    MOVE "Records"       TO MSG IN O_REPORT_REC(8:7)
    MOVE "Checksum"      TO MSG IN O_REPORT_REC(19:8)
    MOVE "Revised"       TO MSG IN O_REPORT_REC(31:7)
    MOVE "File spec;version" TO MSG IN O_REPORT_REC(56:17)
    PERFORM W-WRITE-REPORT-LINE

*   central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB730_MANIFEST_CMP"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN INPUT I_MANIFEST_FILE

    IF NOT L$_MANIFEST_OK
       MOVE "No run manifest - no run has recorded its control files."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO B-EXIT
    END-IF

    SET L$_SW01_MAN_OPENED TO TRUE
    DISPLAY "Open Input File: " L$_MANIFEST_FILE_NAME

    SET L$_WS01_SIDE_IDX TO 1
    MOVE RUN_KEY_A	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO L$_WS01_WANT_RUN_KEY
    PERFORM BA-LOAD-ONE-RUN

    SET L$_WS01_SIDE_IDX TO 2
    MOVE RUN_KEY_B	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO L$_WS01_WANT_RUN_KEY
    PERFORM BA-LOAD-ONE-RUN

    CLOSE I_MANIFEST_FILE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-ONE-RUN			SECTION.
*--------------------------------------------------------------------
*# a run's entries sit together under program + run key, by file
*# name and then time - START at the run's first, READ NEXT while
*# program and run key hold.
 BA-00.

    MOVE L$_WS01_PROG_NAME     TO MF_PROG_NAME
    MOVE L$_WS01_WANT_RUN_KEY  TO MF_RUN_KEY
    MOVE SPACES                TO MF_FILE_NAME
    MOVE ZERO                  TO MF_LOGGED_TMSP

    SET L$_SW01_EOF_MAN_NO TO TRUE

    START I_MANIFEST_FILE KEY NOT < MF_KEY

    IF NOT L$_MANIFEST_OK
       GO TO BA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_MAN_YES
       READ I_MANIFEST_FILE NEXT
          AT END
             SET L$_SW01_EOF_MAN_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_MAN_NO
          IF MF_PROG_NAME NOT = L$_WS01_PROG_NAME
          OR MF_RUN_KEY   NOT = L$_WS01_WANT_RUN_KEY
             SET L$_SW01_EOF_MAN_YES TO TRUE
          ELSE
             ADD 1 TO L$_CT01_MAN_READ
             PERFORM BB-TAKE-ONE-ENTRY
          END-IF
       END-IF
    END-PERFORM
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-TAKE-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
*# a later entry for a file already taken replaces it - key order
*# brings a file's entries oldest first.
 BB-00.

    MOVE 0 TO L$_WS01_ENTRY_FOUND

    PERFORM VARYING L$_WS01_MF_IDX FROM 1 BY 1
               UNTIL L$_WS01_MF_IDX >
                     L$_WS01_MF_CNT(L$_WS01_SIDE_IDX)
       IF L$_WS01_MF_NAME(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
          = MF_FILE_NAME
          SET L$_WS01_ENTRY_FOUND TO L$_WS01_MF_IDX
       END-IF
    END-PERFORM

    IF L$_WS01_ENTRY_FOUND = ZERO
       IF L$_WS01_MF_CNT(L$_WS01_SIDE_IDX) >= 50
          DISPLAY "*** WARNING: more than 50 control files in one "
                  "run - extras not compared ***"
          GO TO BB-EXIT
       END-IF
       ADD 1 TO L$_WS01_MF_CNT(L$_WS01_SIDE_IDX)
       MOVE L$_WS01_MF_CNT(L$_WS01_SIDE_IDX) TO L$_WS01_ENTRY_FOUND
    END-IF

    SET L$_WS01_MF_IDX TO L$_WS01_ENTRY_FOUND
    MOVE MF_FILE_NAME
      TO L$_WS01_MF_NAME(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE MF_FILE_FOUND
      TO L$_WS01_MF_FOUND(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE MF_REC_CNT
      TO L$_WS01_MF_REC_CNT(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE MF_CHECKSUM
      TO L$_WS01_MF_CHECKSUM(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE MF_FILE_RDT
      TO L$_WS01_MF_RDT(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE MF_FILE_SPEC
      TO L$_WS01_MF_SPEC(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    MOVE "N"
      TO L$_WS01_MF_MATCHED(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-COMPARE-RUNS				SECTION.
*--------------------------------------------------------------------
*# run A's files in their own order, each against run B; then
*# whatever of run B no file of run A matched.
 C-00.

    IF L$_SW01_MAN_CLOSED
       GO TO C-EXIT
    END-IF

    IF L$_WS01_MF_CNT(1) = ZERO
   AND L$_WS01_MF_CNT(2) = ZERO
       MOVE "Neither run has a manifest entry."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    PERFORM VARYING L$_WS01_A_IDX FROM 1 BY 1
               UNTIL L$_WS01_A_IDX > L$_WS01_MF_CNT(1)
       PERFORM CA-COMPARE-ONE-FILE
    END-PERFORM

    PERFORM VARYING L$_WS01_B_IDX FROM 1 BY 1
               UNTIL L$_WS01_B_IDX > L$_WS01_MF_CNT(2)
       IF L$_WS01_MF_MATCHED(2, L$_WS01_B_IDX) = "N"
          ADD 1 TO L$_CT01_FILES_ONLY_B
          MOVE SPACES       TO MSG IN O_REPORT_REC
          MOVE "ONLY IN B"  TO MSG IN O_REPORT_REC(1:9)
          MOVE L$_WS01_MF_NAME(2, L$_WS01_B_IDX)
            TO MSG IN O_REPORT_REC(13:60)
          PERFORM W-WRITE-REPORT-LINE
          MOVE 2              TO L$_WS01_DETAIL_SIDE
          MOVE L$_WS01_B_IDX  TO L$_WS01_DETAIL_IDX
          PERFORM CB-WRITE-DETAIL-LINE
       END-IF
    END-PERFORM
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-COMPARE-ONE-FILE			SECTION.
*--------------------------------------------------------------------
 CA-00.

    MOVE 0 TO L$_WS01_B_IDX

    PERFORM VARYING L$_WS01_MF_IDX FROM 1 BY 1
               UNTIL L$_WS01_MF_IDX > L$_WS01_MF_CNT(2)
       IF L$_WS01_MF_NAME(2, L$_WS01_MF_IDX) =
          L$_WS01_MF_NAME(1, L$_WS01_A_IDX)
          SET L$_WS01_B_IDX TO L$_WS01_MF_IDX
       END-IF
    END-PERFORM

    MOVE SPACES TO MSG IN O_REPORT_REC
    MOVE L$_WS01_MF_NAME(1, L$_WS01_A_IDX)
      TO MSG IN O_REPORT_REC(13:60)

    IF L$_WS01_B_IDX = ZERO
       ADD 1 TO L$_CT01_FILES_ONLY_A
       MOVE "ONLY IN A"   TO MSG IN O_REPORT_REC(1:9)
       PERFORM W-WRITE-REPORT-LINE
       MOVE 1              TO L$_WS01_DETAIL_SIDE
       MOVE L$_WS01_A_IDX  TO L$_WS01_DETAIL_IDX
       PERFORM CB-WRITE-DETAIL-LINE
       GO TO CA-EXIT
    END-IF

    MOVE "Y" TO L$_WS01_MF_MATCHED(2, L$_WS01_B_IDX)

    SET L$_SW01_DIFFERS_NO TO TRUE

    IF L$_WS01_MF_FOUND(1, L$_WS01_A_IDX) NOT =
       L$_WS01_MF_FOUND(2, L$_WS01_B_IDX)
       SET L$_SW01_DIFFERS_YES TO TRUE
       MOVE "PRESENCE"  TO MSG IN O_REPORT_REC(75:8)
    END-IF

    IF L$_WS01_MF_REC_CNT(1, L$_WS01_A_IDX) NOT =
       L$_WS01_MF_REC_CNT(2, L$_WS01_B_IDX)
       SET L$_SW01_DIFFERS_YES TO TRUE
       MOVE "RECORDS"   TO MSG IN O_REPORT_REC(84:7)
    END-IF

    IF L$_WS01_MF_CHECKSUM(1, L$_WS01_A_IDX) NOT =
       L$_WS01_MF_CHECKSUM(2, L$_WS01_B_IDX)
       SET L$_SW01_DIFFERS_YES TO TRUE
       MOVE "CHECKSUM"  TO MSG IN O_REPORT_REC(92:8)
    END-IF

    IF L$_WS01_MF_SPEC(1, L$_WS01_A_IDX) NOT =
       L$_WS01_MF_SPEC(2, L$_WS01_B_IDX)
       SET L$_SW01_DIFFERS_YES TO TRUE
       MOVE "VERSION"   TO MSG IN O_REPORT_REC(101:7)
    END-IF

    IF L$_WS01_MF_RDT(1, L$_WS01_A_IDX) NOT =
       L$_WS01_MF_RDT(2, L$_WS01_B_IDX)
       SET L$_SW01_DIFFERS_YES TO TRUE
       MOVE "REVISED"   TO MSG IN O_REPORT_REC(109:7)
    END-IF

    IF L$_SW01_DIFFERS_YES
       ADD 1 TO L$_CT01_FILES_CHANGED
       MOVE "CHANGED"   TO MSG IN O_REPORT_REC(1:7)
    ELSE
       ADD 1 TO L$_CT01_FILES_SAME
       MOVE "SAME"      TO MSG IN O_REPORT_REC(1:4)
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE 1              TO L$_WS01_DETAIL_SIDE
    MOVE L$_WS01_A_IDX  TO L$_WS01_DETAIL_IDX
    PERFORM CB-WRITE-DETAIL-LINE

    IF L$_SW01_DIFFERS_YES
       MOVE 2              TO L$_WS01_DETAIL_SIDE
       MOVE L$_WS01_B_IDX  TO L$_WS01_DETAIL_IDX
       PERFORM CB-WRITE-DETAIL-LINE
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-WRITE-DETAIL-LINE			SECTION.
*--------------------------------------------------------------------
*# one run's figures for one file, under its status line.
 CB-00.

    SET L$_WS01_SIDE_IDX TO L$_WS01_DETAIL_SIDE
    SET L$_WS01_MF_IDX   TO L$_WS01_DETAIL_IDX

    MOVE SPACES TO MSG IN O_REPORT_REC

    IF L$_WS01_DETAIL_SIDE = 1
       MOVE "A"  TO MSG IN O_REPORT_REC(3:1)
    ELSE
       MOVE "B"  TO MSG IN O_REPORT_REC(3:1)
    END-IF

    IF L$_WS01_MF_FOUND(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX) = "N"
       MOVE "NOT PRESENT AT LOAD TIME - NO TABLE IN FORCE"
         TO MSG IN O_REPORT_REC(8:44)
    ELSE
       MOVE L$_WS01_MF_REC_CNT(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
         TO L$_WS01_CNT_DSP
       MOVE L$_WS01_CNT_DSP  TO MSG IN O_REPORT_REC(6:9)
       MOVE L$_WS01_MF_CHECKSUM(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
         TO L$_WS01_SUM_DSP
       MOVE L$_WS01_SUM_DSP  TO MSG IN O_REPORT_REC(17:10)
       MOVE L$_WS01_MF_RDT(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
         TO MSG IN O_REPORT_REC(31:23)
       MOVE L$_WS01_MF_SPEC(L$_WS01_SIDE_IDX, L$_WS01_MF_IDX)
         TO MSG IN O_REPORT_REC(56:80)
    END-IF

    PERFORM W-WRITE-REPORT-LINE
    .
 CB-EXIT.    EXIT.
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

    STRING "Manifest entries read:" DELIMITED BY SIZE
           L$_CT01_MAN_READ         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Files in run A:" DELIMITED BY SIZE
           L$_WS01_MF_CNT(1) DELIMITED BY SIZE
           "  in run B:"     DELIMITED BY SIZE
           L$_WS01_MF_CNT(2) DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Same:"               DELIMITED BY SIZE
           L$_CT01_FILES_SAME    DELIMITED BY SIZE
           "  Changed:"          DELIMITED BY SIZE
           L$_CT01_FILES_CHANGED DELIMITED BY SIZE
           "  Only in A:"        DELIMITED BY SIZE
           L$_CT01_FILES_ONLY_A  DELIMITED BY SIZE
           "  Only in B:"        DELIMITED BY SIZE
           L$_CT01_FILES_ONLY_B  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Control files changed between the runs:",
            L$_CT01_FILES_CHANGED

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

*   central run registry end record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB730_MANIFEST_CMP"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE OPER_ID	    IN ICA_TRB730_MANIFEST_CMP_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_MAN_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB730_MANIFEST_CMP.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
