*********************************************************************
******* PROGRAM_NAME: [ICA_TRB569_BANK_GOLDEN.COB] ******************
*                                                                   *
*                                    [TR sub-system]                *
*        Golden-file regression harness for the bank-file          *
*        builders ICA_TRB711_EDIT_BENLEUMI and                      *
*        ICA_TRB712_EDIT_DISCONT                                    *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  The two builders have grown holdover, carry-over, mandate,      *
*  multi-currency and record-format-version logic, and nothing     *
*  said a change to one of them still produces, byte for byte, the *
*  files the banks accepted before.  This harness runs both        *
*  builders against a fixed library of 670 input scenarios and     *
*  holds every bank file they produce against its approved golden  *
*  copy:                                                            *
*    1. reads the scenario library - one S line per scenario       *
*       (builder, record-format version, phase number and date,    *
*       process type, the fixed BEFORE file and its currency), X   *
*       lines naming the control files to put in place first      *
*       (carry-over, mandates, limits, holdover, the format-version *
*       table) and G lines pairing each bank file the scenario     *
*       must produce with its approved golden copy;                 *
*    2. per scenario, copies the X files into place and runs the   *
*       builder through ICA_TRB569_RUN_BUILDER under the harness's *
*       own OPER_ID - the job runs with the data directories       *
*       pointed at that OPER_ID's test area, so no production      *
*       control file is ever touched - and takes the builder's     *
*       outcome from its end record in the central run registry;   *
*    3. compares each produced bank file with its golden copy      *
*       record by record and, where a record differs, field by     *
*       field, decoded through the builder's header, transaction   *
*       and trailer layouts (BNL for version 1, BN2 for version 2, *
*       DISC for the discount bank), naming every field that       *
*       differs;                                                    *
*    4. reports PASS or FAIL per scenario and ends FAILURE when any *
*       scenario failed or the library itself is in error - the    *
*       same exit-status convention as ICA_TRB562_COMPARE_HIST.    *
*  A golden copy is approved by copying a reviewed bank file into  *
*  the golden library by hand; this program never writes one.      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       OPER_ID             I    the harness's own, isolated OPER_ID*
*                                 - passed to every builder run and *
*                                 names the report.                 *
*       SCENARIO_ID         I    one scenario to run.  Spaces - the *
*                                 whole library.                    *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_SCENARIO_FILE          I   scenario library.              *
*       I_REGISTRY_FILE          I   central run registry.          *
*       I_BUILT_FILE             I   a bank file the builder made.  *
*       I_GOLDEN_FILE            I   its approved golden copy.      *
*       O_REPORT_FILE            O   harness report.                *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB569_BANK_GOLDEN.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Hand-kept scenario library - same analyst-edited data file
*   convention as TRB561's path definitions.
    SELECT I_SCENARIO_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The central run registry ICA_TRF712_RUN_REG maintains.
    SELECT I_REGISTRY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       REG_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_REGISTRY_STATUS.

*   The bank file a builder produced, and its golden copy.  A
*   missing one fails the scenario, not the run - own statuses, no
*   DECLARATIVES.
    SELECT I_BUILT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_BUILT_STATUS.

    SELECT I_GOLDEN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GOLDEN_STATUS.

*   Harness report.
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
*   One S line per scenario, followed by its X (control file to put
*   in place: from, to) and G (bank file the builder names: golden
*   copy) lines.  SH_INPUT_NAME/SH_CURRENCY_IND are the two parts
*   of the builder's P$_TRB714_FILE_NAME (1:54 and 56:2).
*   SH_FMT_VERSION is the version the scenario's own copy of the
*   format-version table puts in force (TRB711 only; 1 or 2).
 FD I_SCENARIO_FILE
    VALUE OF ID IS L$_SCENARIO_FILE_NAME.
 01 I_SCN_HEAD_REC.
    03 SH_REC_TYPE                  PIC X(01).
       88 SH_REC_SCENARIO		    VALUE "S".
       88 SH_REC_FIXTURE		    VALUE "X".
       88 SH_REC_GOLDEN			    VALUE "G".
    03 SH_SCENARIO_ID               PIC X(08).
    03 SH_BUILDER                   PIC 9(03).
    03 SH_FMT_VERSION               PIC 9(02).
    03 SH_PHASE_NUM                 PIC 9(04).
    03 SH_PHASE_DATE                PIC 9(08).
    03 SH_PROCESS_TYPE              PIC X(05).
    03 SH_INPUT_NAME                PIC X(54).
    03 SH_CURRENCY_IND              PIC X(02).
    03 SH_DESCRIPTION               PIC X(40).
 01 I_SCN_FILE_REC.
    03 SF_REC_TYPE                  PIC X(01).
    03 SF_SCENARIO_ID               PIC X(08).
    03 SF_FROM_NAME                 PIC X(60).
    03 SF_TO_NAME                   PIC X(60).

*   Same hand-kept record convention ICA_TRF712_RUN_REG writes.
 FD I_REGISTRY_FILE
    VALUE OF ID IS L$_REGISTRY_NAME.
 01 I_REGISTRY_REC.
    03 REG_KEY.
       05 REG_PROG_NAME             PIC X(26).
       05 REG_EVENT_TMSP            PIC S9(11)V9(07) COMP.
    03 REG_RUN_KEY                  PIC X(26).
    03 REG_EVENT_TYPE               PIC X(01).
    03 REG_REC_READ                 PIC 9(09).
    03 REG_REC_WRITTEN              PIC 9(09).
    03 REG_REC_REJECTED             PIC 9(09).
    03 REG_FINAL_STATUS             PIC S9(09) COMP.

*   Both bank files carry the builders' 220-byte record, type in the
*   first byte (0 header, 1 transaction, 9 trailer).
 FD I_BUILT_FILE
    VALUE OF ID IS L$_BUILT_FILE_NAME.
 01 I_BUILT_REC                     PIC X(220).
 01 I_BUILT_REC_RED REDEFINES I_BUILT_REC.
    03 I_BUILT_TYPE                 PIC X(01).
    03 FILLER                       PIC X(219).

 FD I_GOLDEN_FILE
    VALUE OF ID IS L$_GOLDEN_FILE_NAME.
 01 I_GOLDEN_REC                    PIC X(220).
 01 I_GOLDEN_REC_RED REDEFINES I_GOLDEN_REC.
    03 I_GOLDEN_TYPE                PIC X(01).
    03 FILLER                       PIC X(219).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_SCENARIO_FILE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB569_SCENARIOS.DAT".

 01 L$_REGISTRY_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_REGISTRY.IDX".

 01 L$_BUILT_FILE_NAME              PIC X(60).
 01 L$_GOLDEN_FILE_NAME             PIC X(60).

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB569_GLD_".
    03 L$_WS01_RPT_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_REGISTRY_STATUS              PIC X(02).
    88 L$_REGISTRY_OK			    VALUE "00".

 01 L$_BUILT_STATUS                 PIC X(02).
    88 L$_BUILT_FOUND			    VALUE "00".

 01 L$_GOLDEN_STATUS                PIC X(02).
    88 L$_GOLDEN_FOUND			    VALUE "00".

 01 L$_SUG_RESHUMA_KOTERET          PIC X(01) VALUE "0".
 01 L$_SUG_RESHUMA_TNUA             PIC X(01) VALUE "1".
 01 L$_SUG_RESHUMA_SIUM             PIC X(01) VALUE "9".

 01 L$_WS01_OPER_ID                 PIC 9(16).
 01 L$_WS01_SCENARIO_ID             PIC X(08).

*   The scenario library, loaded whole before anything runs so a
*   broken library is reported before any builder is started.
*     SCN_STATE - O runnable, B library entry in error.
 01 L$_WS01_SCN_TBL.
    03 L$_WS01_SCN_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_SCN_ENTRY  OCCURS 50 TIMES
                          INDEXED BY L$_WS01_SCN_IDX.
       05 L$_WS01_SCN_ID            PIC X(08).
       05 L$_WS01_SCN_BUILDER       PIC 9(03).
       05 L$_WS01_SCN_FMT_VERSION   PIC 9(02).
       05 L$_WS01_SCN_PHASE_NUM     PIC 9(04).
       05 L$_WS01_SCN_PHASE_DATE    PIC 9(08).
       05 L$_WS01_SCN_PROCESS_TYPE  PIC X(05).
       05 L$_WS01_SCN_INPUT_NAME    PIC X(54).
       05 L$_WS01_SCN_CURRENCY_IND  PIC X(02).
       05 L$_WS01_SCN_DESCRIPTION   PIC X(40).
       05 L$_WS01_SCN_GOLDEN_CNT    PIC 9(03).
       05 L$_WS01_SCN_STATE         PIC X(01).
          88 L$_WS01_SCN_RUNNABLE	    VALUE "O".
          88 L$_WS01_SCN_IN_ERROR	    VALUE "B".

*   X and G lines, each tied to its scenario's table entry.
 01 L$_WS01_FIX_TBL.
    03 L$_WS01_FIX_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_FIX_ENTRY  OCCURS 200 TIMES
                          INDEXED BY L$_WS01_FIX_IDX.
       05 L$_WS01_FIX_SCN_IX        PIC 9(03).
       05 L$_WS01_FIX_FROM_NAME     PIC X(60).
       05 L$_WS01_FIX_TO_NAME       PIC X(60).

 01 L$_WS01_GLD_TBL.
    03 L$_WS01_GLD_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_GLD_ENTRY  OCCURS 200 TIMES
                          INDEXED BY L$_WS01_GLD_IDX.
       05 L$_WS01_GLD_SCN_IX        PIC 9(03).
       05 L$_WS01_GLD_BUILT_NAME    PIC X(60).
       05 L$_WS01_GLD_GOLDEN_NAME   PIC X(60).

 01 L$_WS01_SCN_IX                  PIC 9(03).
 01 L$_WS01_FOUND_IX                PIC 9(03).

*   the scenario being run.
 01 L$_WS01_BUILDER_PROG            PIC X(26).
 01 L$_WS01_RUN_KEY_X               PIC X(26).
 01 L$_WS01_START_TMSP              PIC S9(11)V9(07) COMP.
 01 L$_WS01_REG_STATUS              PIC S9(09) COMP.

*   the file pair being compared.
 01 L$_WS01_REC_NUMBER              PIC 9(07).
 01 L$_WS01_FILE_DIFFS              PIC 9(07).
 01 L$_WS01_REC_FIELD_DIFFS         PIC 9(03).
 01 L$_WS01_REC_KIND                PIC X(07).
 01 L$_WS01_FIELD_NAME              PIC X(20).

*   The builders' own record layouts, twice over: the dictionary
*   names hold the built record, the GOLDEN_ copies its golden
*   counterpart, so each field is compared by name.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_HEADER_RECORD"    FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_TRN_RECORD"       FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_TRAILER_RECORD"   FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_HEADER_RECORD"    FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_TRN_RECORD"       FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_TRAILER_RECORD"   FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_HEADER_RECORD"   FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_TRN_RECORD"      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_TRAILER_RECORD"  FROM DICTIONARY.

 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_HEADER_RECORD"    FROM DICTIONARY
      REPLACING ==ICA_TRB711_BNL_HEADER_RECORD==
             BY ==GOLDEN_BNL_HEADER_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_TRN_RECORD"       FROM DICTIONARY
      REPLACING ==ICA_TRB711_BNL_TRN_RECORD==
             BY ==GOLDEN_BNL_TRN_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BNL_TRAILER_RECORD"   FROM DICTIONARY
      REPLACING ==ICA_TRB711_BNL_TRAILER_RECORD==
             BY ==GOLDEN_BNL_TRAILER_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_HEADER_RECORD"    FROM DICTIONARY
      REPLACING ==ICA_TRB711_BN2_HEADER_RECORD==
             BY ==GOLDEN_BN2_HEADER_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_TRN_RECORD"       FROM DICTIONARY
      REPLACING ==ICA_TRB711_BN2_TRN_RECORD==
             BY ==GOLDEN_BN2_TRN_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB711_BN2_TRAILER_RECORD"   FROM DICTIONARY
      REPLACING ==ICA_TRB711_BN2_TRAILER_RECORD==
             BY ==GOLDEN_BN2_TRAILER_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_HEADER_RECORD"   FROM DICTIONARY
      REPLACING ==ICA_TRB712_DISC_HEADER_RECORD==
             BY ==GOLDEN_DISC_HEADER_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_TRN_RECORD"      FROM DICTIONARY
      REPLACING ==ICA_TRB712_DISC_TRN_RECORD==
             BY ==GOLDEN_DISC_TRN_RECORD==.
 COPY "ICA_CDD_WKSP:ICA_TRB712_DISC_TRAILER_RECORD"  FROM DICTIONARY
      REPLACING ==ICA_TRB712_DISC_TRAILER_RECORD==
             BY ==GOLDEN_DISC_TRAILER_RECORD==.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SCN               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SCN_NO			    VALUE 0.
       88 L$_SW01_EOF_SCN_YES			    VALUE 1.
    03 L$_SW01_EOF_REG               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_REG_NO			    VALUE 0.
       88 L$_SW01_EOF_REG_YES			    VALUE 1.
    03 L$_SW01_EOF_BUILT             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_BUILT_NO			    VALUE 0.
       88 L$_SW01_EOF_BUILT_YES			    VALUE 1.
    03 L$_SW01_EOF_GOLDEN            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_GOLDEN_NO			    VALUE 0.
       88 L$_SW01_EOF_GOLDEN_YES		    VALUE 1.
    03 L$_SW01_SCN_FAILED            PIC 9(01)       VALUE 0.
       88 L$_SW01_SCN_FAILED_NO			    VALUE 0.
       88 L$_SW01_SCN_FAILED_YES		    VALUE 1.
    03 L$_SW01_END_FOUND             PIC 9(01)       VALUE 0.
       88 L$_SW01_END_FOUND_NO			    VALUE 0.
       88 L$_SW01_END_FOUND_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_LIB_LINES             PIC 9(05).
    03 L$_CT01_LIB_ERRORS            PIC 9(05).
    03 L$_CT01_SCN_RUN               PIC 9(05).
    03 L$_CT01_SCN_PASSED            PIC 9(05).
    03 L$_CT01_SCN_FAILED            PIC 9(05).
    03 L$_CT01_FILES_COMPARED        PIC 9(05).
    03 L$_CT01_RECS_COMPARED         PIC 9(09).
    03 L$_CT01_RECS_DIFFERENT        PIC 9(09).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COPY_FILE_V2_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start record
*   from B-INIT, one end record with the run's counters from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box), in the
*   ICA_TRB569_BANK_GOLDEN_INP group:
*     OPER_ID           PIC 9(16).
*     SCENARIO_ID       PIC X(08).
 COPY 'ICA_CDD_WKSP:ICA_TRB569_BANK_GOLDEN_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB569_BANK_GOLDEN_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_SCENARIO_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_SCENARIO_FILE_NAME
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
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN		    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-LOAD-SCENARIOS

    PERFORM D-RUN-SCENARIOS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB569_BANK_GOLDEN.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_SCN_TBL
               L$_WS01_FIX_TBL
               L$_WS01_GLD_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE OPER_ID            IN ICA_TRB569_BANK_GOLDEN_INP
      TO L$_WS01_OPER_ID
         L$_WS01_RPT_OPER_ID

    MOVE SCENARIO_ID        IN ICA_TRB569_BANK_GOLDEN_INP
      TO L$_WS01_SCENARIO_ID

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "TRB711/TRB712 bank-file builders - golden-file regression"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "HARNESS OPER: " L$_WS01_OPER_ID
           "  SCENARIO LIBRARY: " L$_SCENARIO_FILE_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    IF L$_WS01_SCENARIO_ID = SPACES
       MOVE "RUNNING: THE WHOLE LIBRARY"
         TO MSG	IN O_REPORT_REC
    ELSE
       STRING "RUNNING: SCENARIO " L$_WS01_SCENARIO_ID " ONLY"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

*   central run registry start record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB569_BANK_GOLDEN"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LOAD-SCENARIOS			SECTION.
*--------------------------------------------------------------------
*#  The whole library is loaded and checked first.  A line in error
*#  is reported and counted; its scenario is marked and later
*#  reported FAILED without running, so a broken library can never
*#  pass quietly.
 C-00.

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN INPUT I_SCENARIO_FILE
    DISPLAY "Open Input File: " L$_SCENARIO_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_SCN_YES
       READ I_SCENARIO_FILE
          AT END
             SET L$_SW01_EOF_SCN_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_SCN_NO
          ADD 1 TO L$_CT01_LIB_LINES
          PERFORM CA-STORE-ONE-LINE
       END-IF
    END-PERFORM

    CLOSE I_SCENARIO_FILE

*   a scenario must name at least one bank file to hold against a
*   golden copy, or it proves nothing.
    PERFORM VARYING L$_WS01_SCN_IDX FROM 1 BY 1
               UNTIL L$_WS01_SCN_IDX > L$_WS01_SCN_CNT
       IF L$_WS01_SCN_RUNNABLE(L$_WS01_SCN_IDX)
      AND L$_WS01_SCN_GOLDEN_CNT(L$_WS01_SCN_IDX) = ZERO
          SET L$_WS01_SCN_IN_ERROR(L$_WS01_SCN_IDX) TO TRUE
          ADD 1 TO L$_CT01_LIB_ERRORS
          MOVE SPACES  TO MSG  IN O_REPORT_REC
          STRING "LIBRARY: SCENARIO " L$_WS01_SCN_ID(L$_WS01_SCN_IDX)
                 " NAMES NO GOLDEN COPY (G LINE)"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-STORE-ONE-LINE			SECTION.
*--------------------------------------------------------------------
 CA-00.

    IF SH_REC_SCENARIO
       PERFORM CB-STORE-SCENARIO
       GO TO CA-EXIT
    END-IF

*   X and G lines belong to a scenario already read.
    MOVE ZERO TO L$_WS01_FOUND_IX
    PERFORM VARYING L$_WS01_SCN_IDX FROM 1 BY 1
               UNTIL L$_WS01_SCN_IDX > L$_WS01_SCN_CNT
       IF L$_WS01_SCN_ID(L$_WS01_SCN_IDX) = SF_SCENARIO_ID
          SET L$_WS01_FOUND_IX TO L$_WS01_SCN_IDX
       END-IF
    END-PERFORM

    MOVE SPACES  TO MSG  IN O_REPORT_REC

    EVALUATE TRUE
       WHEN NOT SH_REC_FIXTURE
        AND NOT SH_REC_GOLDEN
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - UNKNOWN LINE TYPE " SF_REC_TYPE
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN L$_WS01_FOUND_IX = ZERO
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - NO S LINE FOR SCENARIO " SF_SCENARIO_ID
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SF_FROM_NAME = SPACES
         OR SF_TO_NAME   = SPACES
          SET L$_WS01_SCN_IN_ERROR(L$_WS01_FOUND_IX) TO TRUE
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - FILE NAME MISSING, SCENARIO " SF_SCENARIO_ID
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_REC_FIXTURE
        AND L$_WS01_FIX_CNT NOT < 200
          SET L$_WS01_SCN_IN_ERROR(L$_WS01_FOUND_IX) TO TRUE
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - MORE THAN 200 X LINES"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_REC_GOLDEN
        AND L$_WS01_GLD_CNT NOT < 200
          SET L$_WS01_SCN_IN_ERROR(L$_WS01_FOUND_IX) TO TRUE
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - MORE THAN 200 G LINES"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_REC_FIXTURE
          ADD 1 TO L$_WS01_FIX_CNT
          SET L$_WS01_FIX_IDX TO L$_WS01_FIX_CNT
          MOVE L$_WS01_FOUND_IX
            TO L$_WS01_FIX_SCN_IX(L$_WS01_FIX_IDX)
          MOVE SF_FROM_NAME
            TO L$_WS01_FIX_FROM_NAME(L$_WS01_FIX_IDX)
          MOVE SF_TO_NAME
            TO L$_WS01_FIX_TO_NAME(L$_WS01_FIX_IDX)

       WHEN OTHER
          ADD 1 TO L$_WS01_GLD_CNT
          SET L$_WS01_GLD_IDX TO L$_WS01_GLD_CNT
          MOVE L$_WS01_FOUND_IX
            TO L$_WS01_GLD_SCN_IX(L$_WS01_GLD_IDX)
          MOVE SF_FROM_NAME
            TO L$_WS01_GLD_BUILT_NAME(L$_WS01_GLD_IDX)
          MOVE SF_TO_NAME
            TO L$_WS01_GLD_GOLDEN_NAME(L$_WS01_GLD_IDX)
          ADD 1 TO L$_WS01_SCN_GOLDEN_CNT(L$_WS01_FOUND_IX)
    END-EVALUATE

    IF MSG  IN O_REPORT_REC NOT = SPACES
       ADD 1 TO L$_CT01_LIB_ERRORS
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-STORE-SCENARIO			SECTION.
*--------------------------------------------------------------------
*#  TRB711 writes version-1 or version-2 records, TRB712 only the
*#  one DISC layout - its version is kept as zero.
 CB-00.

    MOVE SPACES  TO MSG  IN O_REPORT_REC

    IF L$_WS01_SCN_CNT NOT < 50
       STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
              " - MORE THAN 50 SCENARIOS, " SH_SCENARIO_ID
              " NOT LOADED"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       ADD 1 TO L$_CT01_LIB_ERRORS
       PERFORM W-WRITE-REPORT-LINE
       GO TO CB-EXIT
    END-IF

    PERFORM VARYING L$_WS01_SCN_IDX FROM 1 BY 1
               UNTIL L$_WS01_SCN_IDX > L$_WS01_SCN_CNT
       IF L$_WS01_SCN_ID(L$_WS01_SCN_IDX) = SH_SCENARIO_ID
          STRING "LIBRARY: LINE " L$_CT01_LIB_LINES
                 " - SCENARIO " SH_SCENARIO_ID " DEFINED TWICE"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          SET L$_WS01_SCN_IN_ERROR(L$_WS01_SCN_IDX) TO TRUE
       END-IF
    END-PERFORM

    IF MSG  IN O_REPORT_REC NOT = SPACES
       ADD 1 TO L$_CT01_LIB_ERRORS
       PERFORM W-WRITE-REPORT-LINE
       GO TO CB-EXIT
    END-IF

    ADD 1 TO L$_WS01_SCN_CNT
    SET L$_WS01_SCN_IDX TO L$_WS01_SCN_CNT

    MOVE SH_SCENARIO_ID   TO L$_WS01_SCN_ID(L$_WS01_SCN_IDX)
    MOVE SH_BUILDER       TO L$_WS01_SCN_BUILDER(L$_WS01_SCN_IDX)
    MOVE SH_FMT_VERSION   TO L$_WS01_SCN_FMT_VERSION(L$_WS01_SCN_IDX)
    MOVE SH_PHASE_NUM     TO L$_WS01_SCN_PHASE_NUM(L$_WS01_SCN_IDX)
    MOVE SH_PHASE_DATE    TO L$_WS01_SCN_PHASE_DATE(L$_WS01_SCN_IDX)
    MOVE SH_PROCESS_TYPE  TO L$_WS01_SCN_PROCESS_TYPE(L$_WS01_SCN_IDX)
    MOVE SH_INPUT_NAME    TO L$_WS01_SCN_INPUT_NAME(L$_WS01_SCN_IDX)
    MOVE SH_CURRENCY_IND  TO L$_WS01_SCN_CURRENCY_IND(L$_WS01_SCN_IDX)
    MOVE SH_DESCRIPTION   TO L$_WS01_SCN_DESCRIPTION(L$_WS01_SCN_IDX)
    MOVE ZERO             TO L$_WS01_SCN_GOLDEN_CNT(L$_WS01_SCN_IDX)
    SET L$_WS01_SCN_RUNNABLE(L$_WS01_SCN_IDX) TO TRUE

    IF SH_BUILDER = 712
       MOVE ZERO TO L$_WS01_SCN_FMT_VERSION(L$_WS01_SCN_IDX)
    END-IF

    EVALUATE TRUE
       WHEN SH_BUILDER NOT = 711
        AND SH_BUILDER NOT = 712
          STRING "LIBRARY: SCENARIO " SH_SCENARIO_ID
                 " - BUILDER " SH_BUILDER " IS NOT 711 OR 712"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_BUILDER = 711
        AND SH_FMT_VERSION NOT = 1
        AND SH_FMT_VERSION NOT = 2
          STRING "LIBRARY: SCENARIO " SH_SCENARIO_ID
                 " - FORMAT VERSION " SH_FMT_VERSION
                 " IS NOT 1 OR 2"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_PHASE_NUM  = ZERO
         OR SH_PHASE_DATE = ZERO
          STRING "LIBRARY: SCENARIO " SH_SCENARIO_ID
                 " - PHASE NUMBER AND DATE ARE REQUIRED"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_PROCESS_TYPE NOT = "VISA "
        AND SH_PROCESS_TYPE NOT = "DELEK"
          STRING "LIBRARY: SCENARIO " SH_SCENARIO_ID
                 " - PROCESS TYPE IS NOT VISA OR DELEK"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN SH_INPUT_NAME = SPACES
          STRING "LIBRARY: SCENARIO " SH_SCENARIO_ID
                 " - NO 670 INPUT FILE"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
    END-EVALUATE

    IF MSG  IN O_REPORT_REC NOT = SPACES
       SET L$_WS01_SCN_IN_ERROR(L$_WS01_SCN_IDX) TO TRUE
       ADD 1 TO L$_CT01_LIB_ERRORS
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-RUN-SCENARIOS			SECTION.
*--------------------------------------------------------------------
 D-00.

    PERFORM VARYING L$_WS01_SCN_IX FROM 1 BY 1
               UNTIL L$_WS01_SCN_IX > L$_WS01_SCN_CNT
       IF L$_WS01_SCENARIO_ID = SPACES
       OR L$_WS01_SCENARIO_ID = L$_WS01_SCN_ID(L$_WS01_SCN_IX)
          PERFORM DA-RUN-ONE-SCENARIO
       END-IF
    END-PERFORM

*   a named scenario that is not in the library is an error, not an
*   empty pass.
    IF L$_CT01_SCN_RUN = ZERO
       ADD 1 TO L$_CT01_LIB_ERRORS
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       MOVE "NO SCENARIO WAS RUN - NOTHING WAS PROVED"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-RUN-ONE-SCENARIO			SECTION.
*--------------------------------------------------------------------
 DA-00.

    ADD 1 TO L$_CT01_SCN_RUN
    SET L$_WS01_SCN_IDX TO L$_WS01_SCN_IX
    SET L$_SW01_SCN_FAILED_NO TO TRUE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "SCENARIO " L$_WS01_SCN_ID(L$_WS01_SCN_IDX)
           "  TRB" L$_WS01_SCN_BUILDER(L$_WS01_SCN_IDX)
           "  VERSION " L$_WS01_SCN_FMT_VERSION(L$_WS01_SCN_IDX)
           "  PHASE " L$_WS01_SCN_PHASE_NUM(L$_WS01_SCN_IDX)
           " OF " L$_WS01_SCN_PHASE_DATE(L$_WS01_SCN_IDX)
           "  " L$_WS01_SCN_DESCRIPTION(L$_WS01_SCN_IDX)
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_SCN_IN_ERROR(L$_WS01_SCN_IDX)
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       MOVE "   NOT RUN - THE LIBRARY ENTRY IS IN ERROR (SEE ABOVE)"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DA-90
    END-IF

    PERFORM DB-COPY-FIXTURES
    IF L$_SW01_SCN_FAILED_YES
       GO TO DA-90
    END-IF

    PERFORM DC-RUN-BUILDER
    IF L$_SW01_SCN_FAILED_YES
       GO TO DA-90
    END-IF

    PERFORM DD-CHECK-REGISTRY
    IF L$_SW01_SCN_FAILED_YES
       GO TO DA-90
    END-IF

    PERFORM VARYING L$_WS01_GLD_IDX FROM 1 BY 1
               UNTIL L$_WS01_GLD_IDX > L$_WS01_GLD_CNT
       IF L$_WS01_GLD_SCN_IX(L$_WS01_GLD_IDX) = L$_WS01_SCN_IX
          PERFORM E-COMPARE-ONE-FILE
       END-IF
    END-PERFORM
    .
 DA-90.

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    IF L$_SW01_SCN_FAILED_YES
       ADD 1 TO L$_CT01_SCN_FAILED
       STRING "SCENARIO " L$_WS01_SCN_ID(L$_WS01_SCN_IDX)
              " - FAIL"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       ADD 1 TO L$_CT01_SCN_PASSED
       STRING "SCENARIO " L$_WS01_SCN_ID(L$_WS01_SCN_IDX)
              " - PASS"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-COPY-FIXTURES			SECTION.
*--------------------------------------------------------------------
*# same UTL_COPY_FILE_V2 convention ICA_TRB561_CHECK_HIST's
*# BA-COPY-IN-FILE uses.  Every control file is put back from the
*# library before each run, so no scenario sees what the one before
*# it left behind (a carry-over file rewritten, a holdover appended).
 DB-00.

    PERFORM VARYING L$_WS01_FIX_IDX FROM 1 BY 1
               UNTIL L$_WS01_FIX_IDX > L$_WS01_FIX_CNT
                  OR L$_SW01_SCN_FAILED_YES
       IF L$_WS01_FIX_SCN_IX(L$_WS01_FIX_IDX) = L$_WS01_SCN_IX
          INITIALIZE UTL_COPY_FILE_V2_WKSP
          MOVE L$_WS01_FIX_FROM_NAME(L$_WS01_FIX_IDX)
            TO SP$_INFILENAME  IN UTL_COPY_FILE_V2_WKSP
          MOVE L$_WS01_FIX_TO_NAME(L$_WS01_FIX_IDX)
            TO SP$_OUTFILENAME IN UTL_COPY_FILE_V2_WKSP

          CALL 'UTL_COPY_FILE_V2' USING UTL_COPY_FILE_V2_WKSP

          MOVE SPACES  TO MSG  IN O_REPORT_REC
          EVALUATE SP$_SYSPRO_STATUS IN UTL_COPY_FILE_V2_WKSP
              WHEN SP$_MSG_NORMAL
                  STRING "   IN PLACE: "
                         L$_WS01_FIX_TO_NAME(L$_WS01_FIX_IDX)
                    DELIMITED BY "  "
                    INTO MSG  IN O_REPORT_REC

              WHEN OTHER
                  SET L$_SW01_SCN_FAILED_YES TO TRUE
                  DISPLAY " ERROR COPYING SCENARIO CONTROL FILE !!! "
                  DISPLAY " FROM: " SP$_INFILENAME  IN
                                    UTL_COPY_FILE_V2_WKSP
                  DISPLAY "   TO: " SP$_OUTFILENAME IN
                                    UTL_COPY_FILE_V2_WKSP
                  STRING "   *** CONTROL FILE NOT COPIED: "
                         L$_WS01_FIX_FROM_NAME(L$_WS01_FIX_IDX)
                    DELIMITED BY "  "
                    INTO MSG  IN O_REPORT_REC
          END-EVALUATE
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-RUN-BUILDER				SECTION.
*--------------------------------------------------------------------
*#  ICA_TRB569_RUN_BUILDER runs the builder's job in-line and returns
*#  when it has ended: P1 builder (711/712), P2 the harness OPER_ID,
*#  P3 phase number, P4 phase date CCYYMMDD (the job's phase
*#  timestamp - so every date the builder stamps is the scenario's,
*#  not today's), P5 VISA/DELEK, P6 the BEFORE file, P7 its currency
*#  (last - blank for shekel).
 DC-00.

    IF L$_WS01_SCN_BUILDER(L$_WS01_SCN_IDX) = 711
       MOVE "ICA_TRB711_EDIT_BENLEUMI" TO L$_WS01_BUILDER_PROG
    ELSE
       MOVE "ICA_TRB712_EDIT_DISCONT"  TO L$_WS01_BUILDER_PROG
    END-IF

*   the registry end record must be this run's, not an earlier one.
    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_START_TMSP

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "@ICA_PROC:ICA_TRB569_RUN_BUILDER "
           L$_WS01_SCN_BUILDER(L$_WS01_SCN_IDX) " "
           L$_WS01_OPER_ID " "
           L$_WS01_SCN_PHASE_NUM(L$_WS01_SCN_IDX) " "
           L$_WS01_SCN_PHASE_DATE(L$_WS01_SCN_IDX) " "
           L$_WS01_SCN_PROCESS_TYPE(L$_WS01_SCN_IDX) " "
      DELIMITED BY SIZE
           L$_WS01_SCN_INPUT_NAME(L$_WS01_SCN_IDX)
      DELIMITED BY SPACE
           " "
           L$_WS01_SCN_CURRENCY_IND(L$_WS01_SCN_IDX)
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       DISPLAY "**Error at DC-RUN-BUILDER - UTL_SPAWN_PROCESS "
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       STRING "   *** BUILDER NOT STARTED: " L$_WS01_BUILDER_PROG
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "   RAN: " L$_WS01_BUILDER_PROG
              " ON " L$_WS01_SCN_INPUT_NAME(L$_WS01_SCN_IDX)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-CHECK-REGISTRY			SECTION.
*--------------------------------------------------------------------
*#  The builders' own end record (run key = the phase number, as both
*#  write it) says how the run ended.  A builder that died, or ended
*#  in error, fails the scenario - even if it left a file behind.
 DD-00.

    MOVE L$_WS01_SCN_PHASE_NUM(L$_WS01_SCN_IDX) TO L$_WS01_RUN_KEY_X
    SET L$_SW01_END_FOUND_NO TO TRUE
    SET L$_SW01_EOF_REG_NO TO TRUE

    OPEN INPUT I_REGISTRY_FILE

    IF NOT L$_REGISTRY_OK
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       MOVE "   *** RUN REGISTRY NOT AVAILABLE - BUILDER OUTCOME UNKNOWN"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DD-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_REG_YES
       READ I_REGISTRY_FILE
          AT END
             SET L$_SW01_EOF_REG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_REG_NO
      AND REG_PROG_NAME  = L$_WS01_BUILDER_PROG
      AND REG_EVENT_TYPE = "E"
      AND REG_RUN_KEY    = L$_WS01_RUN_KEY_X
      AND REG_EVENT_TMSP NOT < L$_WS01_START_TMSP
          SET L$_SW01_END_FOUND_YES TO TRUE
          MOVE REG_FINAL_STATUS TO L$_WS01_REG_STATUS
       END-IF
    END-PERFORM

    CLOSE I_REGISTRY_FILE

    MOVE SPACES  TO MSG  IN O_REPORT_REC

    EVALUATE TRUE
       WHEN L$_SW01_END_FOUND_NO
          SET L$_SW01_SCN_FAILED_YES TO TRUE
          STRING "   *** " L$_WS01_BUILDER_PROG
                 " LEFT NO END RECORD - IT DID NOT FINISH"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN L$_WS01_REG_STATUS NOT = SP$_MSG_NORMAL
          SET L$_SW01_SCN_FAILED_YES TO TRUE
          STRING "   *** " L$_WS01_BUILDER_PROG
                 " ENDED IN ERROR"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC

       WHEN OTHER
          STRING "   " L$_WS01_BUILDER_PROG
                 " ENDED NORMALLY"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
    END-EVALUATE

    PERFORM W-WRITE-REPORT-LINE
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-COMPARE-ONE-FILE			SECTION.
*--------------------------------------------------------------------
*#  Records are held against each other in file order - header,
*#  transactions and trailer must come out in the same sequence as
*#  the approved copy, as the bank reads them that way.
 E-00.

    ADD 1 TO L$_CT01_FILES_COMPARED
    MOVE ZERO TO L$_WS01_REC_NUMBER
                 L$_WS01_FILE_DIFFS

    MOVE L$_WS01_GLD_BUILT_NAME(L$_WS01_GLD_IDX)  TO L$_BUILT_FILE_NAME
    MOVE L$_WS01_GLD_GOLDEN_NAME(L$_WS01_GLD_IDX) TO L$_GOLDEN_FILE_NAME

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "   FILE " L$_BUILT_FILE_NAME
      DELIMITED BY "  "
           "  AGAINST " L$_GOLDEN_FILE_NAME
      DELIMITED BY "  "
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN INPUT I_BUILT_FILE

    IF NOT L$_BUILT_FOUND
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       MOVE "      *** BANK FILE NOT PRODUCED"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO E-EXIT
    END-IF

    OPEN INPUT I_GOLDEN_FILE

    IF NOT L$_GOLDEN_FOUND
       CLOSE I_BUILT_FILE
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       MOVE "      *** NO APPROVED GOLDEN COPY ON FILE"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO E-EXIT
    END-IF

    SET L$_SW01_EOF_BUILT_NO  TO TRUE
    SET L$_SW01_EOF_GOLDEN_NO TO TRUE
    PERFORM EA-READ-BOTH

    PERFORM UNTIL L$_SW01_EOF_BUILT_YES
              AND L$_SW01_EOF_GOLDEN_YES
       ADD 1 TO L$_WS01_REC_NUMBER
       ADD 1 TO L$_CT01_RECS_COMPARED

       MOVE SPACES  TO MSG  IN O_REPORT_REC
       EVALUATE TRUE
          WHEN L$_SW01_EOF_BUILT_YES
             ADD 1 TO L$_WS01_FILE_DIFFS
             STRING "      REC " L$_WS01_REC_NUMBER
                    " MISSING - THE GOLDEN COPY HAS MORE RECORDS"
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE

          WHEN L$_SW01_EOF_GOLDEN_YES
             ADD 1 TO L$_WS01_FILE_DIFFS
             STRING "      REC " L$_WS01_REC_NUMBER
                    " EXTRA - NOT IN THE GOLDEN COPY"
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE

          WHEN I_BUILT_REC NOT = I_GOLDEN_REC
             ADD 1 TO L$_WS01_FILE_DIFFS
             PERFORM EB-DECODE-DIFF
       END-EVALUATE

       PERFORM EA-READ-BOTH
    END-PERFORM

    CLOSE I_BUILT_FILE
          I_GOLDEN_FILE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    IF L$_WS01_FILE_DIFFS = ZERO
       STRING "      MATCHES THE GOLDEN COPY - "
              L$_WS01_REC_NUMBER " RECORDS"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       SET L$_SW01_SCN_FAILED_YES TO TRUE
       ADD L$_WS01_FILE_DIFFS TO L$_CT01_RECS_DIFFERENT
       STRING "      *** " L$_WS01_FILE_DIFFS " OF "
              L$_WS01_REC_NUMBER " RECORDS DIFFER"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-READ-BOTH				SECTION.
*--------------------------------------------------------------------
 EA-00.

    IF L$_SW01_EOF_BUILT_NO
       READ I_BUILT_FILE
          AT END
             SET L$_SW01_EOF_BUILT_YES TO TRUE
       END-READ
    END-IF

    IF L$_SW01_EOF_GOLDEN_NO
       READ I_GOLDEN_FILE
          AT END
             SET L$_SW01_EOF_GOLDEN_YES TO TRUE
       END-READ
    END-IF
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-DECODE-DIFF				SECTION.
*--------------------------------------------------------------------
*#  A record that differs is decoded through the layout its builder
*#  and format version write, and every named field that differs is
*#  listed.  A difference no named field explains lies in filler.
 EB-00.

    MOVE ZERO TO L$_WS01_REC_FIELD_DIFFS

    IF I_BUILT_TYPE NOT = I_GOLDEN_TYPE
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       STRING "      REC " L$_WS01_REC_NUMBER
              " RECORD TYPE DIFFERS - BUILT " I_BUILT_TYPE
              " GOLDEN " I_GOLDEN_TYPE
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EB-EXIT
    END-IF

    EVALUATE I_GOLDEN_TYPE
       WHEN L$_SUG_RESHUMA_KOTERET
          MOVE "HEADER"  TO L$_WS01_REC_KIND
       WHEN L$_SUG_RESHUMA_TNUA
          MOVE "DETAIL"  TO L$_WS01_REC_KIND
       WHEN L$_SUG_RESHUMA_SIUM
          MOVE "TRAILER" TO L$_WS01_REC_KIND
       WHEN OTHER
          MOVE SPACES  TO MSG  IN O_REPORT_REC
          STRING "      REC " L$_WS01_REC_NUMBER
                 " DIFFERS - UNKNOWN RECORD TYPE " I_GOLDEN_TYPE
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          GO TO EB-EXIT
    END-EVALUATE

    EVALUATE TRUE
       WHEN L$_WS01_SCN_BUILDER(L$_WS01_SCN_IDX) = 712
          EVALUATE I_GOLDEN_TYPE
             WHEN L$_SUG_RESHUMA_KOTERET
                PERFORM EJ-DIFF-DISC-HEADER
             WHEN L$_SUG_RESHUMA_TNUA
                PERFORM EK-DIFF-DISC-TRN
             WHEN OTHER
                PERFORM EL-DIFF-DISC-TRAILER
          END-EVALUATE

       WHEN L$_WS01_SCN_FMT_VERSION(L$_WS01_SCN_IDX) = 2
          EVALUATE I_GOLDEN_TYPE
             WHEN L$_SUG_RESHUMA_KOTERET
                PERFORM EF-DIFF-BN2-HEADER
             WHEN L$_SUG_RESHUMA_TNUA
                PERFORM EG-DIFF-BN2-TRN
             WHEN OTHER
                PERFORM EH-DIFF-BN2-TRAILER
          END-EVALUATE

       WHEN OTHER
          EVALUATE I_GOLDEN_TYPE
             WHEN L$_SUG_RESHUMA_KOTERET
                PERFORM EC-DIFF-BNL-HEADER
             WHEN L$_SUG_RESHUMA_TNUA
                PERFORM ED-DIFF-BNL-TRN
             WHEN OTHER
                PERFORM EE-DIFF-BNL-TRAILER
          END-EVALUATE
    END-EVALUATE

    IF L$_WS01_REC_FIELD_DIFFS = ZERO
       MOVE SPACES  TO MSG  IN O_REPORT_REC
       STRING "      REC " L$_WS01_REC_NUMBER " " L$_WS01_REC_KIND
              " DIFFERS OUTSIDE THE NAMED FIELDS (FILLER)"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 EC-DIFF-BNL-HEADER			SECTION.
*--------------------------------------------------------------------
*#  Built record into the dictionary layout, golden record into
*#  its GOLDEN_ copy; each field is then held against its twin.
 EC-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BNL_HEADER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BNL_HEADER_RECORD

    IF P$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_BANK  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_BANK  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAR_MAHALACH  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_TAR_MAHALACH  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAARICH_SERET  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_TAARICH_SERET  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_SIDURI  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_CODE_SIDURI  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_SERET  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_SUG_SERET  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_INTG  IN ICA_TRB711_BNL_HEADER_RECORD
       NOT = P$_BENLEUMI_INTG  IN GOLDEN_BNL_HEADER_RECORD
       MOVE "INTG"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EC-EXIT.    EXIT.
*--------------------------------------------------------------------
 ED-DIFF-BNL-TRN			SECTION.
*--------------------------------------------------------------------
 ED-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BNL_TRN_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BNL_TRN_RECORD

    IF P$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BNL_TRN_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_MATBEA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_MATBEA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "MATBEA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_TNUA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SUG_TNUA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SUG_TNUA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAR_ERECH_SLIKA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_TAR_ERECH_SLIKA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "TAR_ERECH_SLIKA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SCHUM  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SCHUM  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SCHUM"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_BANK  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_BANK  IN GOLDEN_BNL_TRN_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SNIF  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SNIF  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SNIF"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_CHESBON  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_CODE_CHESBON  IN GOLDEN_BNL_TRN_RECORD
       MOVE "CODE_CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_CHESBON  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SUG_CHESBON  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SUG_CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CHESBON  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_CHESBON  IN GOLDEN_BNL_TRN_RECORD
       MOVE "CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_PIRTEI_VISA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_PIRTEI_VISA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "PIRTEI_VISA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_MELLEL  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_CODE_MELLEL  IN GOLDEN_BNL_TRN_RECORD
       MOVE "CODE_MELLEL"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SHEM_MOSSAD  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SHEM_MOSSAD  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SHEM_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SHEM_MELLEL  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SHEM_MELLEL  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SHEM_MELLEL"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_ZIHUI  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SUG_ZIHUI  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SUG_ZIHUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_MIS_ZIHUI  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_MIS_ZIHUI  IN GOLDEN_BNL_TRN_RECORD
       MOVE "MIS_ZIHUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SHEM  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SHEM  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SHEM"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_LAMED_VISA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_LAMED_VISA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "LAMED_VISA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TYPE_CODE  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_TYPE_CODE  IN GOLDEN_BNL_TRN_RECORD
       MOVE "TYPE_CODE"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_PROD_EXT_ID  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_PROD_EXT_ID  IN GOLDEN_BNL_TRN_RECORD
       MOVE "PROD_EXT_ID"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_PEULA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_SUG_PEULA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "SUG_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAARICH_PEULA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_TAARICH_PEULA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "TAARICH_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TKUFA  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_TKUFA  IN GOLDEN_BNL_TRN_RECORD
       MOVE "TKUFA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_FILLER_12  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_FILLER_12  IN GOLDEN_BNL_TRN_RECORD
       MOVE "FILLER_12"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAARICH_RIBIT  IN ICA_TRB711_BNL_TRN_RECORD
       NOT = P$_BENLEUMI_TAARICH_RIBIT  IN GOLDEN_BNL_TRN_RECORD
       MOVE "TAARICH_RIBIT"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 ED-EXIT.    EXIT.
*--------------------------------------------------------------------
 EE-DIFF-BNL-TRAILER			SECTION.
*--------------------------------------------------------------------
 EE-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BNL_TRAILER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BNL_TRAILER_RECORD

    IF P$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_BANK  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_BANK  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAR_MAHALACH  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_TAR_MAHALACH  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TAARICH_SERET  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_TAARICH_SERET  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_CODE_SIDURI  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_CODE_SIDURI  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SUG_SERET  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_SUG_SERET  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SCHUM_ZIKUI  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_SCHUM_ZIKUI  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "SCHUM_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_SCHUM_CHIUV  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_SCHUM_CHIUV  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "SCHUM_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TNUOT_ZIKUI  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_TNUOT_ZIKUI  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "TNUOT_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_BENLEUMI_TNUOT_CHIUV  IN ICA_TRB711_BNL_TRAILER_RECORD
       NOT = P$_BENLEUMI_TNUOT_CHIUV  IN GOLDEN_BNL_TRAILER_RECORD
       MOVE "TNUOT_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EE-EXIT.    EXIT.
*--------------------------------------------------------------------
 EF-DIFF-BN2-HEADER			SECTION.
*--------------------------------------------------------------------
 EF-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BN2_HEADER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BN2_HEADER_RECORD

    IF P2$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_BANK  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_BANK  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAR_MAHALACH  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_TAR_MAHALACH  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAARICH_SERET  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_TAARICH_SERET  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_SIDURI  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_CODE_SIDURI  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_SERET  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_SUG_SERET  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_INTG  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_INTG  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "INTG"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_MATBEA  IN ICA_TRB711_BN2_HEADER_RECORD
       NOT = P2$_BENLEUMI_MATBEA  IN GOLDEN_BN2_HEADER_RECORD
       MOVE "MATBEA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EF-EXIT.    EXIT.
*--------------------------------------------------------------------
 EG-DIFF-BN2-TRN			SECTION.
*--------------------------------------------------------------------
 EG-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BN2_TRN_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BN2_TRN_RECORD

    IF P2$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BN2_TRN_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_MATBEA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_MATBEA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "MATBEA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_TNUA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SUG_TNUA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SUG_TNUA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAR_ERECH_SLIKA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_TAR_ERECH_SLIKA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "TAR_ERECH_SLIKA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SCHUM  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SCHUM  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SCHUM"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_BANK  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_BANK  IN GOLDEN_BN2_TRN_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SNIF  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SNIF  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SNIF"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_CHESBON  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_CODE_CHESBON  IN GOLDEN_BN2_TRN_RECORD
       MOVE "CODE_CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_CHESBON  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SUG_CHESBON  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SUG_CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CHESBON  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_CHESBON  IN GOLDEN_BN2_TRN_RECORD
       MOVE "CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_PIRTEI_VISA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_PIRTEI_VISA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "PIRTEI_VISA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_MELLEL  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_CODE_MELLEL  IN GOLDEN_BN2_TRN_RECORD
       MOVE "CODE_MELLEL"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SHEM_MOSSAD  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SHEM_MOSSAD  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SHEM_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SHEM_MELLEL  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SHEM_MELLEL  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SHEM_MELLEL"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_ZIHUI  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SUG_ZIHUI  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SUG_ZIHUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_MIS_ZIHUI  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_MIS_ZIHUI  IN GOLDEN_BN2_TRN_RECORD
       MOVE "MIS_ZIHUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SHEM  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SHEM  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SHEM"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_LAMED_VISA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_LAMED_VISA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "LAMED_VISA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TYPE_CODE  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_TYPE_CODE  IN GOLDEN_BN2_TRN_RECORD
       MOVE "TYPE_CODE"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_PROD_EXT_ID  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_PROD_EXT_ID  IN GOLDEN_BN2_TRN_RECORD
       MOVE "PROD_EXT_ID"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_PEULA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_SUG_PEULA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "SUG_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAARICH_PEULA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_TAARICH_PEULA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "TAARICH_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TKUFA  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_TKUFA  IN GOLDEN_BN2_TRN_RECORD
       MOVE "TKUFA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_FILLER_12  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_FILLER_12  IN GOLDEN_BN2_TRN_RECORD
       MOVE "FILLER_12"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAARICH_RIBIT  IN ICA_TRB711_BN2_TRN_RECORD
       NOT = P2$_BENLEUMI_TAARICH_RIBIT  IN GOLDEN_BN2_TRN_RECORD
       MOVE "TAARICH_RIBIT"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EG-EXIT.    EXIT.
*--------------------------------------------------------------------
 EH-DIFF-BN2-TRAILER			SECTION.
*--------------------------------------------------------------------
 EH-00.

    MOVE I_BUILT_REC   TO ICA_TRB711_BN2_TRAILER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_BN2_TRAILER_RECORD

    IF P2$_BENLEUMI_SUG_RESHUMA  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_SUG_RESHUMA  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_MOSSAD  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_CODE_MOSSAD  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_BANK  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_BANK  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAR_MAHALACH  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_TAR_MAHALACH  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TAARICH_SERET  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_TAARICH_SERET  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_CODE_SIDURI  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_CODE_SIDURI  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SUG_SERET  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_SUG_SERET  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SCHUM_ZIKUI  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_SCHUM_ZIKUI  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "SCHUM_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_SCHUM_CHIUV  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_SCHUM_CHIUV  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "SCHUM_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TNUOT_ZIKUI  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_TNUOT_ZIKUI  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "TNUOT_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P2$_BENLEUMI_TNUOT_CHIUV  IN ICA_TRB711_BN2_TRAILER_RECORD
       NOT = P2$_BENLEUMI_TNUOT_CHIUV  IN GOLDEN_BN2_TRAILER_RECORD
       MOVE "TNUOT_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EH-EXIT.    EXIT.
*--------------------------------------------------------------------
 EJ-DIFF-DISC-HEADER			SECTION.
*--------------------------------------------------------------------
 EJ-00.

    MOVE I_BUILT_REC   TO ICA_TRB712_DISC_HEADER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_DISC_HEADER_RECORD

    IF P$_DISCONT_SUG_RESHUMA  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_SUG_RESHUMA  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_CODE_MOSSAD  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_CODE_MOSSAD  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_BANK  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_BANK  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TAR_MAHALACH  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_TAR_MAHALACH  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TAARICH_SERET  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_TAARICH_SERET  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_CODE_SIDURI  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_CODE_SIDURI  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SUG_SERET  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_SUG_SERET  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_INTG  IN ICA_TRB712_DISC_HEADER_RECORD
       NOT = P$_DISCONT_INTG  IN GOLDEN_DISC_HEADER_RECORD
       MOVE "INTG"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EJ-EXIT.    EXIT.
*--------------------------------------------------------------------
 EK-DIFF-DISC-TRN			SECTION.
*--------------------------------------------------------------------
 EK-00.

    MOVE I_BUILT_REC   TO ICA_TRB712_DISC_TRN_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_DISC_TRN_RECORD

    IF P$_DISCONT_SUG_RESHUMA  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_SUG_RESHUMA  IN GOLDEN_DISC_TRN_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_BANK  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_BANK  IN GOLDEN_DISC_TRN_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SNIF  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_SNIF  IN GOLDEN_DISC_TRN_RECORD
       MOVE "SNIF"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_CHESBON  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_CHESBON  IN GOLDEN_DISC_TRN_RECORD
       MOVE "CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SUG_CHESBON  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_SUG_CHESBON  IN GOLDEN_DISC_TRN_RECORD
       MOVE "SUG_CHESBON"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_MATBEA  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_MATBEA  IN GOLDEN_DISC_TRN_RECORD
       MOVE "MATBEA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SCHUM  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_SCHUM  IN GOLDEN_DISC_TRN_RECORD
       MOVE "SCHUM"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SUG_PEULA  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_SUG_PEULA  IN GOLDEN_DISC_TRN_RECORD
       MOVE "SUG_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TAARICH_PEULA  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_TAARICH_PEULA  IN GOLDEN_DISC_TRN_RECORD
       MOVE "TAARICH_PEULA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_MIS_ZIHUI  IN ICA_TRB712_DISC_TRN_RECORD
       NOT = P$_DISCONT_MIS_ZIHUI  IN GOLDEN_DISC_TRN_RECORD
       MOVE "MIS_ZIHUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EK-EXIT.    EXIT.
*--------------------------------------------------------------------
 EL-DIFF-DISC-TRAILER			SECTION.
*--------------------------------------------------------------------
 EL-00.

    MOVE I_BUILT_REC   TO ICA_TRB712_DISC_TRAILER_RECORD
    MOVE I_GOLDEN_REC  TO GOLDEN_DISC_TRAILER_RECORD

    IF P$_DISCONT_SUG_RESHUMA  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_SUG_RESHUMA  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "SUG_RESHUMA"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_CODE_MOSSAD  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_CODE_MOSSAD  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "CODE_MOSSAD"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_BANK  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_BANK  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "BANK"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TAR_MAHALACH  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_TAR_MAHALACH  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "TAR_MAHALACH"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TAARICH_SERET  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_TAARICH_SERET  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "TAARICH_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_CODE_SIDURI  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_CODE_SIDURI  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "CODE_SIDURI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SUG_SERET  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_SUG_SERET  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "SUG_SERET"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SCHUM_ZIKUI  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_SCHUM_ZIKUI  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "SCHUM_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_SCHUM_CHIUV  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_SCHUM_CHIUV  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "SCHUM_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TNUOT_ZIKUI  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_TNUOT_ZIKUI  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "TNUOT_ZIKUI"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF

    IF P$_DISCONT_TNUOT_CHIUV  IN ICA_TRB712_DISC_TRAILER_RECORD
       NOT = P$_DISCONT_TNUOT_CHIUV  IN GOLDEN_DISC_TRAILER_RECORD
       MOVE "TNUOT_CHIUV"  TO L$_WS01_FIELD_NAME
       PERFORM EM-NOTE-FIELD-DIFF
    END-IF
    .
 EL-EXIT.    EXIT.
*--------------------------------------------------------------------
 EM-NOTE-FIELD-DIFF			SECTION.
*--------------------------------------------------------------------
 EM-00.

    ADD 1 TO L$_WS01_REC_FIELD_DIFFS

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "      REC " L$_WS01_REC_NUMBER " " L$_WS01_REC_KIND
           " FIELD " L$_WS01_FIELD_NAME " DIFFERS"
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 EM-EXIT.    EXIT.
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

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total library lines read:" DELIMITED BY SIZE
           L$_CT01_LIB_LINES           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total library errors:" DELIMITED BY SIZE
           L$_CT01_LIB_ERRORS      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total scenarios run:" DELIMITED BY SIZE
           L$_CT01_SCN_RUN        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total scenarios passed:" DELIMITED BY SIZE
           L$_CT01_SCN_PASSED        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total scenarios failed:" DELIMITED BY SIZE
           L$_CT01_SCN_FAILED        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total bank files compared:" DELIMITED BY SIZE
           L$_CT01_FILES_COMPARED       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total records compared:" DELIMITED BY SIZE
           L$_CT01_RECS_COMPARED     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "Total records different:" DELIMITED BY SIZE
           L$_CT01_RECS_DIFFERENT     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total library lines read:", L$_CT01_LIB_LINES
    DISPLAY "Total library errors:", L$_CT01_LIB_ERRORS
    DISPLAY "Total scenarios run:", L$_CT01_SCN_RUN
    DISPLAY "Total scenarios passed:", L$_CT01_SCN_PASSED
    DISPLAY "Total scenarios failed:", L$_CT01_SCN_FAILED
    DISPLAY "Total records different:", L$_CT01_RECS_DIFFERENT

*   same pass/fail convention as ICA_TRB562_COMPARE_HIST.
    IF L$_CT01_SCN_FAILED > ZERO
    OR L$_CT01_LIB_ERRORS > ZERO
       DISPLAY "** GOLDEN-FILE REGRESSION FAILED - see ",
               L$_O_REPORT_FILE_NAME
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

*   central run registry end record.
    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB569_BANK_GOLDEN"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SCN_RUN
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SCN_PASSED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SCN_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB569_BANK_GOLDEN.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
