*********************************************************************
******* PROGRAM_NAME: [ICA_PRB374_MEMBER_MOVEMENT.COB] **************
*                                                                   *
*                                    [Club products sub-system]    *
*          Monthly membership movement and retention report        *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Every piece of the month's membership movement is already on    *
*  file - the member base itself, the ICD_PRT_343_CHG_HST old/new  *
*  row trail every status and period change leaves, and the       *
*  ICA_PRB358_RENEWAL cycle registers - but nobody put them side   *
*  by side.  This monthly job does, per MEMBERSHIP_TYPE:           *
*                                                                   *
*    CLOSING   - members active (MEMBER_STATUS not "L" lapsed,     *
*                "T" terminated, "M" merged away or "D" deceased)  *
*                at month end: the base as it stands, with every   *
*                change-history row dated after the month rolled   *
*                back, and members who joined after it left out;   *
*    JOINERS   - JOIN_DATE inside the month;                        *
*    RENEWALS  - change rows inside the month that moved a member's*
*                MEMBERSHIP_EXPIRY_DATE forward (a lapsed member   *
*                renewing counts here AND as reinstated);           *
*    LAPSES, TERMINATIONS, MERGES - change rows inside the month   *
*                that took an active member to "L", to "T" or "D"  *
*                (a death closes the membership the same as a      *
*                termination), or to "M";                           *
*    OPENING   - worked back from the closing count through the    *
*                month's movement, and checked against last        *
*                month's closing from the trend history.           *
*                                                                   *
*  The renewal rate is the month's PRB358 "RENEWED MEMBER" lines   *
*  against its "NOTICE for MEMBER" lines, read from the registers  *
*  of the PRB358 runs listed for the month (the registers are      *
*  named by run id, so the month's run ids are a hand-kept list,   *
*  one per line, any mode).                                         *
*                                                                   *
*  The all-types totals of every month reported are kept in a      *
*  trend history (one record per month, a rerun replaces its own   *
*  month through the house .TMP and RENAME swap) and the report    *
*  shows the last 12 months.  A fixed-layout copy of the month's   *
*  figures and the 12-month trend goes to the management           *
*  dashboard file.                                                  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       REPORT_MONTH        I    month being reported, CCYYMM -     *
*                                 names the run list, the report    *
*                                 and the dashboard file.           *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       ICD_PRT_343_CLB_MEM_BAS  I   member rows (cursor).          *
*       ICD_PRT_343_CHG_HST      I   change history (cursor).       *
*       I_RUN_LIST_FILE          I   the month's PRB358 run ids.    *
*       I_REGISTER_FILE          I   PRB358 cycle registers.        *
*       I_TREND_FILE             I   movement trend history.        *
*       O_TREND_NEW_FILE         O   rewritten trend history.       *
*       O_DASH_FILE              O   management dashboard copy.     *
*       O_REPORT_FILE            O   movement and retention report. *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB374_MEMBER_MOVEMENT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The month's PRB358 run ids. A missing list is a month without
*   a renewal rate, not a failed run - no DECLARATIVES of its own.
    SELECT I_RUN_LIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_RUN_LIST_STATUS.

*   One PRB358 register per listed run - a register that is not
*   there is reported and skipped.
    SELECT I_REGISTER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_REGISTER_STATUS.

*   Movement trend history - a missing file is the first month
*   ever reported.
    SELECT I_TREND_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_TREND_FILE_STATUS.

*   Rewritten trend history, RENAMEd over the old one.
    SELECT O_TREND_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Management dashboard copy.
    SELECT O_DASH_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Movement and retention report.
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
 FD I_RUN_LIST_FILE
    VALUE OF ID IS L$_RUN_LIST_NAME.
 01 I_RUN_LIST_REC.
    03 RL_OPER_ID                   PIC 9(16).

*   The PRB358 register line, as its CE-WRITE-REGISTER-LINE writes
*   it.
 FD I_REGISTER_FILE
    VALUE OF ID IS L$_REGISTER_NAME.
 01 I_REGISTER_REC.
    03 RG_MSG2                      PIC X(200).

*   One record per month reported - the all-types totals.
 FD I_TREND_FILE
    VALUE OF ID IS L$_TREND_FILE_NAME.
 01 I_TREND_REC.
    03 TH_REPORT_MONTH              PIC 9(06).
    03 TH_OPENING                   PIC 9(09).
    03 TH_JOINERS                   PIC 9(09).
    03 TH_RENEWALS                  PIC 9(09).
    03 TH_LAPSES                    PIC 9(09).
    03 TH_TERMINATIONS              PIC 9(09).
    03 TH_MERGES                    PIC 9(09).
    03 TH_CLOSING                   PIC 9(09).
    03 TH_NOTICES_SENT              PIC 9(09).
    03 TH_RENEWAL_RATE              PIC 9(03)V9.

 FD O_TREND_NEW_FILE
    VALUE OF ID IS L$_TREND_NEW_NAME.
 01 O_TREND_NEW_REC.
    03 TN_REPORT_MONTH              PIC 9(06).
    03 TN_OPENING                   PIC 9(09).
    03 TN_JOINERS                   PIC 9(09).
    03 TN_RENEWALS                  PIC 9(09).
    03 TN_LAPSES                    PIC 9(09).
    03 TN_TERMINATIONS              PIC 9(09).
    03 TN_MERGES                    PIC 9(09).
    03 TN_CLOSING                   PIC 9(09).
    03 TN_NOTICES_SENT              PIC 9(09).
    03 TN_RENEWAL_RATE              PIC 9(03)V9.

*   Dashboard record - fixed layout, one per line:
*     DB_REC_TYPE "T" - one membership type, the reported month;
*                 "A" - all types, the reported month;
*                 "H" - all types, one month of the 12-month trend.
*   Notices and the renewal rate are all-types figures (the PRB358
*   registers carry no membership type) - zero on "T" records.
 FD O_DASH_FILE
    VALUE OF ID IS L$_O_DASH_FILE_NAME.
 01 O_DASH_REC.
    03 DB_REPORT_MONTH              PIC 9(06).
    03 DB_REC_TYPE                  PIC X(01).
       88 DB_REC_TYPE_ONE_TYPE			    VALUE "T".
       88 DB_REC_TYPE_ALL_TYPES			    VALUE "A".
       88 DB_REC_TYPE_TREND			    VALUE "H".
    03 DB_MEMBERSHIP_TYPE           PIC 9(02).
    03 DB_PERIOD_MONTH              PIC 9(06).
    03 DB_OPENING                   PIC 9(09).
    03 DB_JOINERS                   PIC 9(09).
    03 DB_RENEWALS                  PIC 9(09).
    03 DB_LAPSES                    PIC 9(09).
    03 DB_TERMINATIONS              PIC 9(09).
    03 DB_MERGES                    PIC 9(09).
    03 DB_CLOSING                   PIC 9(09).
    03 DB_NOTICES_SENT              PIC 9(09).
    03 DB_RENEWAL_RATE              PIC 9(03)V9.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_RUN_LIST_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER			    PIC X(16)	    VALUE "ICA_PRB374_RUNS_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_RUNS_MONTH	    PIC 9(06).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_RUN_LIST_STATUS              PIC X(02).
    88 L$_RUN_LIST_FOUND		    VALUE "00".

*   PRB358's own register name, field for field.
 01 L$_REGISTER_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB358_REG_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_REGISTER_STATUS              PIC X(02).
    88 L$_REGISTER_FOUND		    VALUE "00".

 01 L$_TREND_FILE_NAME              PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB374_TREND.DAT".

 01 L$_TREND_NEW_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB374_TREND.TMP".

 01 L$_TREND_FILE_STATUS            PIC X(02).
    88 L$_TREND_FILE_FOUND		    VALUE "00".

 01 L$_O_DASH_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB374_DSH_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_DASH_MONTH	    PIC 9(06).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB374_MOV_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_MONTH	    PIC 9(06).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_RPT_MONTH               PIC 9(06).
 01 L$_WS01_RPT_MONTH_RED REDEFINES L$_WS01_RPT_MONTH.
    03 L$_WS01_RM_YYYY              PIC 9(04).
    03 L$_WS01_RM_MM                PIC 9(02).

*   walks back from the reported month to fill the trend months.
 01 L$_WS01_TRD_WALK                PIC 9(06).
 01 L$_WS01_TRD_WALK_RED REDEFINES L$_WS01_TRD_WALK.
    03 L$_WS01_TW_YYYY              PIC 9(04).
    03 L$_WS01_TW_MM                PIC 9(02).

*   the month as CCYYMMDD bounds - day 31 is a safe upper bound for
*   a comparison whatever the month's length.
 01 L$_WS01_MONTH_START             PIC 9(08).
 01 L$_WS01_MONTH_END               PIC 9(08).
 01 L$_WS01_ROW_DATE_YMD            PIC 9(08).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CURSOR            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CURSOR_NO			    VALUE 0.
       88 L$_SW01_EOF_CURSOR_YES		    VALUE 1.
    03 L$_SW01_EOF_RUNS              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_RUNS_NO			    VALUE 0.
       88 L$_SW01_EOF_RUNS_YES			    VALUE 1.
    03 L$_SW01_EOF_REGISTER          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_REGISTER_NO		    VALUE 0.
       88 L$_SW01_EOF_REGISTER_YES		    VALUE 1.
    03 L$_SW01_EOF_TREND             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_TREND_NO			    VALUE 0.
       88 L$_SW01_EOF_TREND_YES			    VALUE 1.
    03 L$_SW01_OLD_STATE             PIC X(01)       VALUE SPACE.
       88 L$_SW01_OLD_ACTIVE			    VALUE "A".
       88 L$_SW01_OLD_OUT			    VALUE "O".
    03 L$_SW01_NEW_STATE             PIC X(01)       VALUE SPACE.
       88 L$_SW01_NEW_ACTIVE			    VALUE "A".
       88 L$_SW01_NEW_OUT			    VALUE "O".

*   per-membership-type movement - subscript is MEMBERSHIP_TYPE + 1.
 01 L$_WS01_TYP_TBL.
    03 L$_WS01_TYP_ENTRY  OCCURS 100 TIMES
                          INDEXED BY L$_WS01_TYP_IDX.
       05 L$_WS01_TYP_OPENING       PIC S9(09)      COMP.
       05 L$_WS01_TYP_JOINERS       PIC S9(09)      COMP.
       05 L$_WS01_TYP_RENEWALS      PIC S9(09)      COMP.
       05 L$_WS01_TYP_REINSTATED    PIC S9(09)      COMP.
       05 L$_WS01_TYP_LAPSES        PIC S9(09)      COMP.
       05 L$_WS01_TYP_TERMINATIONS  PIC S9(09)      COMP.
       05 L$_WS01_TYP_MERGES        PIC S9(09)      COMP.
       05 L$_WS01_TYP_XFER_IN       PIC S9(09)      COMP.
       05 L$_WS01_TYP_XFER_OUT      PIC S9(09)      COMP.
       05 L$_WS01_TYP_CLOSING       PIC S9(09)      COMP.

 01 L$_WS01_TYP_SUB                 PIC 9(03)       COMP.
 01 L$_WS01_OLD_SUB                 PIC 9(03)       COMP.
 01 L$_WS01_NEW_SUB                 PIC 9(03)       COMP.
 01 L$_WS01_TYPE_NUM                PIC 9(02).

*   all-types totals of the reported month.
 01 L$_WS01_TOT.
    03 L$_WS01_TOT_OPENING          PIC S9(09)      COMP.
    03 L$_WS01_TOT_JOINERS          PIC S9(09)      COMP.
    03 L$_WS01_TOT_RENEWALS         PIC S9(09)      COMP.
    03 L$_WS01_TOT_REINSTATED       PIC S9(09)      COMP.
    03 L$_WS01_TOT_LAPSES           PIC S9(09)      COMP.
    03 L$_WS01_TOT_TERMINATIONS     PIC S9(09)      COMP.
    03 L$_WS01_TOT_MERGES           PIC S9(09)      COMP.
    03 L$_WS01_TOT_XFER_IN          PIC S9(09)      COMP.
    03 L$_WS01_TOT_XFER_OUT         PIC S9(09)      COMP.
    03 L$_WS01_TOT_CLOSING          PIC S9(09)      COMP.

 01 L$_WS01_RENEWAL_RATE            PIC 9(03)V9     VALUE 0.

*   the 12-month trend - entry 12 is the reported month, entry 1
*   eleven months before it.
 01 L$_WS01_TRD_TBL.
    03 L$_WS01_TRD_ENTRY  OCCURS 12 TIMES
                          INDEXED BY L$_WS01_TRD_IDX.
       05 L$_WS01_TRD_MONTH         PIC 9(06).
       05 L$_WS01_TRD_FOUND         PIC 9(01).
          88 L$_WS01_TRD_FOUND_NO		    VALUE 0.
          88 L$_WS01_TRD_FOUND_YES		    VALUE 1.
       05 L$_WS01_TRD_DATA.
          07 L$_WS01_TRD_OPENING    PIC 9(09).
          07 L$_WS01_TRD_JOINERS    PIC 9(09).
          07 L$_WS01_TRD_RENEWALS   PIC 9(09).
          07 L$_WS01_TRD_LAPSES     PIC 9(09).
          07 L$_WS01_TRD_TERMS      PIC 9(09).
          07 L$_WS01_TRD_MERGES     PIC 9(09).
          07 L$_WS01_TRD_CLOSING    PIC 9(09).
          07 L$_WS01_TRD_NOTICES    PIC 9(09).
          07 L$_WS01_TRD_RATE       PIC 9(03)V9.

*   edited figures for the report lines.
 01 L$_ED01_EDITED.
    03 L$_ED01_OPENING              PIC -(08)9.
    03 L$_ED01_JOINERS              PIC Z(08)9.
    03 L$_ED01_RENEWALS             PIC Z(08)9.
    03 L$_ED01_REINSTATED           PIC Z(08)9.
    03 L$_ED01_LAPSES               PIC Z(08)9.
    03 L$_ED01_TERMINATIONS         PIC Z(08)9.
    03 L$_ED01_MERGES               PIC Z(08)9.
    03 L$_ED01_XFER_IN              PIC Z(08)9.
    03 L$_ED01_XFER_OUT             PIC Z(08)9.
    03 L$_ED01_CLOSING              PIC -(08)9.
    03 L$_ED01_NOTICES              PIC Z(08)9.
    03 L$_ED01_RATE                 PIC ZZ9.9.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_MEMBERS_READ         PIC 9(09).
    03 L$_CT01_JOINED_LATER         PIC 9(09).
    03 L$_CT01_CHG_ROWS_READ        PIC 9(09).
    03 L$_CT01_ROWS_IN_MONTH        PIC 9(09).
    03 L$_CT01_ROWS_ROLLED_BACK     PIC 9(09).
    03 L$_CT01_ROWS_UNUSABLE        PIC 9(09).
    03 L$_CT01_RUNS_LISTED          PIC 9(05).
    03 L$_CT01_REGISTERS_MISSING    PIC 9(05).
    03 L$_CT01_NOTICES_SENT         PIC 9(09).
    03 L$_CT01_NOTICES_SUPPRESSED   PIC 9(09).
    03 L$_CT01_REG_RENEWED          PIC 9(09).
    03 L$_CT01_REG_LAPSED           PIC 9(09).
    03 L$_CT01_DASH_RECS            PIC 9(05).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
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

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CHG_HST_DBW"	      FROM DICTIONARY.

*   the change-history row's OLD_VALUE and NEW_VALUE, read by field
*   name - the same overlay ICA_PRB358_RENEWAL keeps its old image in.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_OLD_IMAGE.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_NEW_IMAGE.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     REPORT_MONTH - month being reported, CCYYMM.
 COPY 'ICA_CDD_WKSP:ICA_PRB374_MEMBER_MOVEMENT_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB374_MEMBER_MOVEMENT_WKSP
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_DASH_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_DASH_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_TREND_NEW_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_TREND_NEW_NAME
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

    PERFORM C-SWEEP-MEMBERS

    PERFORM D-SWEEP-CHG-HST

    PERFORM E-READ-PRB358-REGISTERS

    PERFORM F-TOTAL-AND-OPENING

    PERFORM G-UPDATE-TREND-HISTORY

    PERFORM H-WRITE-REPORT

    PERFORM J-WRITE-DASHBOARD

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB374_MEMBER_MOVEMENT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_TYP_TBL
               L$_WS01_TOT
               L$_WS01_TRD_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE REPORT_MONTH       IN ICA_PRB374_MEMBER_MOVEMENT_INP
      TO L$_WS01_RPT_MONTH
         L$_WS01_RUNS_MONTH    IN L$_RUN_LIST_NAME
         L$_WS01_DASH_MONTH    IN L$_O_DASH_FILE_NAME
         L$_WS01_REPORT_MONTH  IN L$_O_REPORT_FILE_NAME

    COMPUTE L$_WS01_MONTH_START = L$_WS01_RPT_MONTH * 100 + 1
    COMPUTE L$_WS01_MONTH_END   = L$_WS01_RPT_MONTH * 100 + 31

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Membership movement and retention - monthly report"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "REPORT MONTH: " L$_WS01_RPT_MONTH
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB374_MEMBER_MOVEMENT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RPT_MONTH
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-SET-TREND-MONTHS
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-SET-TREND-MONTHS			SECTION.
*--------------------------------------------------------------------
*# entry 12 is the reported month; each entry before it is one
*# month earlier - the same year-wrap PRB350's previous-month step
*# does.
 BA-00.

    MOVE L$_WS01_RPT_MONTH  TO L$_WS01_TRD_WALK

    PERFORM VARYING L$_WS01_TRD_IDX FROM 12 BY -1
               UNTIL L$_WS01_TRD_IDX < 1
       MOVE L$_WS01_TRD_WALK
         TO L$_WS01_TRD_MONTH(L$_WS01_TRD_IDX)
       IF L$_WS01_TW_MM = 01
          MOVE 12 TO L$_WS01_TW_MM
          SUBTRACT 1 FROM L$_WS01_TW_YYYY
       ELSE
          SUBTRACT 1 FROM L$_WS01_TW_MM
       END-IF
    END-PERFORM
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-SWEEP-MEMBERS			SECTION.
*--------------------------------------------------------------------
*# full cursor sweep of the member base - the house OPEN_CURSOR/
*# FETCH convention of PRB348's BB-OPEN-SWEEP-CURSOR - for the
*# joiners and today's active count per type.
 C-00.

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:C-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF

    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA'
            USING ICD_PRT_343_CLB_MEM_BAS_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_MEMBERS_READ
                PERFORM CA-COUNT-ONE-MEMBER

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:C-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-COUNT-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# a member who joined after the reported month was never part of
*# it - left out here, and D-SWEEP-CHG-HST leaves their change rows
*# out the same way.
 CA-00.

    IF JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW > L$_WS01_MONTH_END
       ADD 1 TO L$_CT01_JOINED_LATER
       GO TO CA-EXIT
    END-IF

    IF MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT NUMERIC
       GO TO CA-EXIT
    END-IF

    COMPUTE L$_WS01_TYP_SUB =
            MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                            IN ICD_PRT_343_CLB_MEM_BAS_DBW + 1

    IF JOIN_DATE IN ICD_PRT_343_CLB_MEM_BAS
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW
       NOT < L$_WS01_MONTH_START
       ADD 1 TO L$_WS01_TYP_JOINERS(L$_WS01_TYP_SUB)
    END-IF

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "L" OR "T"
                                                   OR "M" OR "D"
       GO TO CA-EXIT
    END-IF

    ADD 1 TO L$_WS01_TYP_CLOSING(L$_WS01_TYP_SUB)
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-SWEEP-CHG-HST			SECTION.
*--------------------------------------------------------------------
*# full cursor sweep of the change history - same convention as
*# ICA_PRB346_CHG_RPT's C-SWEEP-CHG-HST.
 D-00.

    INITIALIZE ICD_PRT_343_CHG_HST_DBW

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CHG_HST_DBW

    CALL 'ICD_PRT_343_CHG_HST_DBA' USING ICD_PRT_343_CHG_HST_DBW

    IF DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:D-SWEEP-CHG-HST RTN:ICD_PRT_343_CHG_HST_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF

    SET L$_SW01_EOF_CURSOR_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_CURSOR_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CHG_HST_DBW
       CALL 'ICD_PRT_343_CHG_HST_DBA' USING ICD_PRT_343_CHG_HST_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_CHG_ROWS_READ
                PERFORM DA-HANDLE-ONE-CHG-ROW

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_CURSOR_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:D-SWEEP-CHG-HST RTN:ICD_PRT_343_CHG_HST_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CHG_HST_DBW

    CALL 'ICD_PRT_343_CHG_HST_DBA' USING ICD_PRT_343_CHG_HST_DBW
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-HANDLE-ONE-CHG-ROW			SECTION.
*--------------------------------------------------------------------
*# rows before the month are history already counted; rows inside
*# it are the month's movement; rows after it are undone against
*# today's count to get back to the month-end position.  A row
*# with an empty image on either side (a member created or erased)
*# carries no status transition - joiners come from JOIN_DATE.
 DA-00.

    IF OLD_VALUE IN ICD_PRT_343_CHG_HST_PRW = SPACES
    OR NEW_VALUE IN ICD_PRT_343_CHG_HST_PRW = SPACES
       GO TO DA-EXIT
    END-IF

    MOVE UPDATE_TMSP IN ICD_PRT_343_CHG_HST_PRW
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO DA-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ROW_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ROW_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ROW_DATE_YMD(1:4)

    IF L$_WS01_ROW_DATE_YMD < L$_WS01_MONTH_START
       GO TO DA-EXIT
    END-IF

    MOVE OLD_VALUE IN ICD_PRT_343_CHG_HST_PRW
      TO L$_WS01_OLD_IMAGE
    MOVE NEW_VALUE IN ICD_PRT_343_CHG_HST_PRW
      TO L$_WS01_NEW_IMAGE

    IF JOIN_DATE IN L$_WS01_OLD_IMAGE > L$_WS01_MONTH_END
       GO TO DA-EXIT
    END-IF

    PERFORM DD-SET-IMAGE-STATES

    IF L$_WS01_OLD_SUB = ZERO
    OR L$_WS01_NEW_SUB = ZERO
       ADD 1 TO L$_CT01_ROWS_UNUSABLE
       GO TO DA-EXIT
    END-IF

    IF L$_WS01_ROW_DATE_YMD > L$_WS01_MONTH_END
       ADD 1 TO L$_CT01_ROWS_ROLLED_BACK
       PERFORM DB-ROLL-BACK-ROW
    ELSE
       ADD 1 TO L$_CT01_ROWS_IN_MONTH
       PERFORM DC-CLASSIFY-ROW
    END-IF
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-ROLL-BACK-ROW			SECTION.
*--------------------------------------------------------------------
*# undo one after-month transition against today's active count -
*# a member who left since is put back under the old type, one who
*# came back since is taken off the new one.
 DB-00.

    IF L$_SW01_OLD_ACTIVE
       ADD 1 TO L$_WS01_TYP_CLOSING(L$_WS01_OLD_SUB)
    END-IF

    IF L$_SW01_NEW_ACTIVE
       SUBTRACT 1 FROM L$_WS01_TYP_CLOSING(L$_WS01_NEW_SUB)
    END-IF
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-CLASSIFY-ROW			SECTION.
*--------------------------------------------------------------------
*# one in-month row, one movement.  A change between two inactive
*# states (a lapsed member later terminated) moves nobody.
 DC-00.

    IF L$_SW01_OLD_ACTIVE
   AND L$_SW01_NEW_OUT
       EVALUATE MEMBER_STATUS IN L$_WS01_NEW_IMAGE
           WHEN "L"
                ADD 1 TO L$_WS01_TYP_LAPSES(L$_WS01_OLD_SUB)
           WHEN "M"
                ADD 1 TO L$_WS01_TYP_MERGES(L$_WS01_OLD_SUB)
           WHEN OTHER
                ADD 1 TO L$_WS01_TYP_TERMINATIONS(L$_WS01_OLD_SUB)
       END-EVALUATE
       GO TO DC-EXIT
    END-IF

    IF L$_SW01_OLD_OUT
   AND L$_SW01_NEW_ACTIVE
       ADD 1 TO L$_WS01_TYP_REINSTATED(L$_WS01_NEW_SUB)
    END-IF

    IF L$_SW01_OLD_ACTIVE
   AND L$_SW01_NEW_ACTIVE
   AND L$_WS01_OLD_SUB NOT = L$_WS01_NEW_SUB
       ADD 1 TO L$_WS01_TYP_XFER_OUT(L$_WS01_OLD_SUB)
       ADD 1 TO L$_WS01_TYP_XFER_IN(L$_WS01_NEW_SUB)
    END-IF

    IF L$_SW01_NEW_ACTIVE
   AND MEMBERSHIP_EXPIRY_DATE IN L$_WS01_NEW_IMAGE >
       MEMBERSHIP_EXPIRY_DATE IN L$_WS01_OLD_IMAGE
       ADD 1 TO L$_WS01_TYP_RENEWALS(L$_WS01_NEW_SUB)
    END-IF
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-SET-IMAGE-STATES			SECTION.
*--------------------------------------------------------------------
*# active or out on each side of the row, and each side's type
*# subscript - zero when the image carries no usable type.
 DD-00.

    IF MEMBER_STATUS IN L$_WS01_OLD_IMAGE = "L" OR "T" OR "M" OR "D"
       SET L$_SW01_OLD_OUT    TO TRUE
    ELSE
       SET L$_SW01_OLD_ACTIVE TO TRUE
    END-IF

    IF MEMBER_STATUS IN L$_WS01_NEW_IMAGE = "L" OR "T" OR "M" OR "D"
       SET L$_SW01_NEW_OUT    TO TRUE
    ELSE
       SET L$_SW01_NEW_ACTIVE TO TRUE
    END-IF

    MOVE ZERO TO L$_WS01_OLD_SUB
                 L$_WS01_NEW_SUB

    IF MEMBERSHIP_TYPE IN L$_WS01_OLD_IMAGE IS NUMERIC
       COMPUTE L$_WS01_OLD_SUB =
               MEMBERSHIP_TYPE IN L$_WS01_OLD_IMAGE + 1
    END-IF

    IF MEMBERSHIP_TYPE IN L$_WS01_NEW_IMAGE IS NUMERIC
       COMPUTE L$_WS01_NEW_SUB =
               MEMBERSHIP_TYPE IN L$_WS01_NEW_IMAGE + 1
    END-IF
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-READ-PRB358-REGISTERS		SECTION.
*--------------------------------------------------------------------
*# the renewal cycle's own record of notices and responses, one
*# register per listed run.
 E-00.

    OPEN INPUT I_RUN_LIST_FILE

    IF NOT L$_RUN_LIST_FOUND
       DISPLAY "No PRB358 run list for the month: " L$_RUN_LIST_NAME
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no PRB358 run list " L$_RUN_LIST_NAME
              " - no renewal rate for the month."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO E-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_RUN_LIST_NAME

    SET L$_SW01_EOF_RUNS_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_RUNS_YES
       READ I_RUN_LIST_FILE
          AT END
             SET L$_SW01_EOF_RUNS_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_RUNS_LISTED
             PERFORM EA-READ-ONE-REGISTER
       END-READ
    END-PERFORM

    CLOSE I_RUN_LIST_FILE

    IF L$_CT01_NOTICES_SENT > ZERO
       COMPUTE L$_WS01_RENEWAL_RATE ROUNDED =
               L$_CT01_REG_RENEWED * 100 / L$_CT01_NOTICES_SENT
          ON SIZE ERROR
             MOVE 999.9 TO L$_WS01_RENEWAL_RATE
       END-COMPUTE
    END-IF
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-READ-ONE-REGISTER			SECTION.
*--------------------------------------------------------------------
 EA-00.

    MOVE RL_OPER_ID
      TO L$_WS01_OPER_ID  IN L$_REGISTER_NAME

    OPEN INPUT I_REGISTER_FILE

    IF NOT L$_REGISTER_FOUND
       ADD 1 TO L$_CT01_REGISTERS_MISSING
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: PRB358 register not found - " L$_REGISTER_NAME
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    SET L$_SW01_EOF_REGISTER_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_REGISTER_YES
       READ I_REGISTER_FILE
          AT END
             SET L$_SW01_EOF_REGISTER_YES TO TRUE
          NOT AT END
             PERFORM EB-TALLY-REGISTER-LINE
       END-READ
    END-PERFORM

    CLOSE I_REGISTER_FILE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-TALLY-REGISTER-LINE			SECTION.
*--------------------------------------------------------------------
*# the line openings ICA_PRB358_RENEWAL writes - CA-NOTICE-ONE-
*# MEMBER, the response and the lapse sweeps.
 EB-00.

    EVALUATE TRUE
        WHEN RG_MSG2(1:18) = "NOTICE for MEMBER "
             ADD 1 TO L$_CT01_NOTICES_SENT
        WHEN RG_MSG2(1:17) = "NOTICE SUPPRESSED"
             ADD 1 TO L$_CT01_NOTICES_SUPPRESSED
        WHEN RG_MSG2(1:15) = "RENEWED MEMBER "
             ADD 1 TO L$_CT01_REG_RENEWED
        WHEN RG_MSG2(1:17) = "LAPSED UNANSWERED"
             ADD 1 TO L$_CT01_REG_LAPSED
        WHEN OTHER
             CONTINUE
    END-EVALUATE
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-TOTAL-AND-OPENING			SECTION.
*--------------------------------------------------------------------
*# opening = closing less everyone who came in during the month
*# plus everyone who went out of it.
 F-00.

    PERFORM VARYING L$_WS01_TYP_IDX FROM 1 BY 1
               UNTIL L$_WS01_TYP_IDX > 100
       COMPUTE L$_WS01_TYP_OPENING(L$_WS01_TYP_IDX) =
               L$_WS01_TYP_CLOSING(L$_WS01_TYP_IDX)
             - L$_WS01_TYP_JOINERS(L$_WS01_TYP_IDX)
             - L$_WS01_TYP_REINSTATED(L$_WS01_TYP_IDX)
             - L$_WS01_TYP_XFER_IN(L$_WS01_TYP_IDX)
             + L$_WS01_TYP_LAPSES(L$_WS01_TYP_IDX)
             + L$_WS01_TYP_TERMINATIONS(L$_WS01_TYP_IDX)
             + L$_WS01_TYP_MERGES(L$_WS01_TYP_IDX)
             + L$_WS01_TYP_XFER_OUT(L$_WS01_TYP_IDX)

       ADD L$_WS01_TYP_OPENING(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_OPENING
       ADD L$_WS01_TYP_JOINERS(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_JOINERS
       ADD L$_WS01_TYP_RENEWALS(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_RENEWALS
       ADD L$_WS01_TYP_REINSTATED(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_REINSTATED
       ADD L$_WS01_TYP_LAPSES(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_LAPSES
       ADD L$_WS01_TYP_TERMINATIONS(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_TERMINATIONS
       ADD L$_WS01_TYP_MERGES(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_MERGES
       ADD L$_WS01_TYP_XFER_IN(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_XFER_IN
       ADD L$_WS01_TYP_XFER_OUT(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_XFER_OUT
       ADD L$_WS01_TYP_CLOSING(L$_WS01_TYP_IDX)
         TO L$_WS01_TOT_CLOSING
    END-PERFORM

*#  the reported month is the trend's last entry.
    SET L$_WS01_TRD_IDX TO 12
    SET L$_WS01_TRD_FOUND_YES(L$_WS01_TRD_IDX) TO TRUE
    MOVE L$_WS01_TOT_OPENING
      TO L$_WS01_TRD_OPENING(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_JOINERS
      TO L$_WS01_TRD_JOINERS(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_RENEWALS
      TO L$_WS01_TRD_RENEWALS(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_LAPSES
      TO L$_WS01_TRD_LAPSES(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_TERMINATIONS
      TO L$_WS01_TRD_TERMS(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_MERGES
      TO L$_WS01_TRD_MERGES(L$_WS01_TRD_IDX)
    MOVE L$_WS01_TOT_CLOSING
      TO L$_WS01_TRD_CLOSING(L$_WS01_TRD_IDX)
    MOVE L$_CT01_NOTICES_SENT
      TO L$_WS01_TRD_NOTICES(L$_WS01_TRD_IDX)
    MOVE L$_WS01_RENEWAL_RATE
      TO L$_WS01_TRD_RATE(L$_WS01_TRD_IDX)
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 G-UPDATE-TREND-HISTORY			SECTION.
*--------------------------------------------------------------------
*# one pass over the history: the eleven months before the reported
*# one are picked up for the trend, every record except the
*# reported month's own is carried to the new file, and this
*# month's totals go on the end - a rerun replaces, never doubles.
 G-00.

    OPEN OUTPUT O_TREND_NEW_FILE

    OPEN INPUT I_TREND_FILE

    IF L$_TREND_FILE_FOUND
       SET L$_SW01_EOF_TREND_NO TO TRUE
       PERFORM UNTIL L$_SW01_EOF_TREND_YES
          READ I_TREND_FILE
             AT END
                SET L$_SW01_EOF_TREND_YES TO TRUE
             NOT AT END
                PERFORM GA-HANDLE-ONE-HIST-ROW
          END-READ
       END-PERFORM

       CLOSE I_TREND_FILE
    ELSE
       DISPLAY "No movement trend history yet - first month reported."
    END-IF

    SET L$_WS01_TRD_IDX TO 12
    MOVE L$_WS01_RPT_MONTH
      TO TN_REPORT_MONTH
    MOVE L$_WS01_TRD_DATA(L$_WS01_TRD_IDX)
      TO O_TREND_NEW_REC(7:)
    WRITE O_TREND_NEW_REC

    CLOSE O_TREND_NEW_FILE

    PERFORM GB-SWAP-TREND-HISTORY
    .
 G-EXIT.    EXIT.
*--------------------------------------------------------------------
 GA-HANDLE-ONE-HIST-ROW			SECTION.
*--------------------------------------------------------------------
 GA-00.

    IF TH_REPORT_MONTH = L$_WS01_RPT_MONTH
       GO TO GA-EXIT
    END-IF

    MOVE I_TREND_REC  TO O_TREND_NEW_REC
    WRITE O_TREND_NEW_REC

    PERFORM VARYING L$_WS01_TRD_IDX FROM 1 BY 1
               UNTIL L$_WS01_TRD_IDX > 11
       IF L$_WS01_TRD_MONTH(L$_WS01_TRD_IDX) = TH_REPORT_MONTH
          SET L$_WS01_TRD_FOUND_YES(L$_WS01_TRD_IDX) TO TRUE
          MOVE I_TREND_REC(7:)
            TO L$_WS01_TRD_DATA(L$_WS01_TRD_IDX)
       END-IF
    END-PERFORM
    .
 GA-EXIT.    EXIT.
*--------------------------------------------------------------------
 GB-SWAP-TREND-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the rewritten history replaces the old one - the house RENAME
*# swap of PRB353's ZC-SWAP-PLAN-STORE.
 GB-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_TREND_NEW_NAME " " L$_TREND_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at GB-SWAP-TREND-HISTORY - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 GB-EXIT.    EXIT.
*--------------------------------------------------------------------
 H-WRITE-REPORT				SECTION.
*--------------------------------------------------------------------
 H-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Movement per membership type."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

*#  a type nobody holds and nobody moved through is still all
*#  binary zero from B-INIT - it gets no line.
    PERFORM VARYING L$_WS01_TYP_IDX FROM 1 BY 1
               UNTIL L$_WS01_TYP_IDX > 100
       IF L$_WS01_TYP_ENTRY(L$_WS01_TYP_IDX) NOT = LOW-VALUES
          PERFORM HA-REPORT-ONE-TYPE
       END-IF
    END-PERFORM

    MOVE L$_WS01_TOT_OPENING       TO L$_ED01_OPENING
    MOVE L$_WS01_TOT_JOINERS       TO L$_ED01_JOINERS
    MOVE L$_WS01_TOT_RENEWALS      TO L$_ED01_RENEWALS
    MOVE L$_WS01_TOT_REINSTATED    TO L$_ED01_REINSTATED
    MOVE L$_WS01_TOT_LAPSES        TO L$_ED01_LAPSES
    MOVE L$_WS01_TOT_TERMINATIONS  TO L$_ED01_TERMINATIONS
    MOVE L$_WS01_TOT_MERGES        TO L$_ED01_MERGES
    MOVE L$_WS01_TOT_CLOSING       TO L$_ED01_CLOSING

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "ALL TYPES OPENING: " L$_ED01_OPENING
           " JOINERS: "      L$_ED01_JOINERS
           " RENEWALS: "     L$_ED01_RENEWALS
           " (REINSTATED: "  L$_ED01_REINSTATED
           ") LAPSES: "      L$_ED01_LAPSES
           " TERMS: "        L$_ED01_TERMINATIONS
           " MERGES: "       L$_ED01_MERGES
           " CLOSING: "      L$_ED01_CLOSING
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

*#  the worked-back opening against what last month closed on - a
*#  difference means movement the change history does not carry
*#  (a member erased, a row keyed round the panels).
    SET L$_WS01_TRD_IDX TO 11
    IF L$_WS01_TRD_FOUND_YES(L$_WS01_TRD_IDX)
    AND L$_WS01_TRD_CLOSING(L$_WS01_TRD_IDX)
        NOT = L$_WS01_TOT_OPENING
       MOVE L$_WS01_TRD_CLOSING(L$_WS01_TRD_IDX)  TO L$_ED01_CLOSING
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "*** NOTE: opening " L$_ED01_OPENING
              " differs from last month's closing " L$_ED01_CLOSING
              " - check for movement outside the change history."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Renewal cycle (PRB358 registers)."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_NOTICES_SENT       TO L$_ED01_NOTICES
    MOVE L$_CT01_NOTICES_SUPPRESSED TO L$_ED01_JOINERS
    MOVE L$_CT01_REG_RENEWED        TO L$_ED01_RENEWALS
    MOVE L$_CT01_REG_LAPSED         TO L$_ED01_LAPSES
    MOVE L$_WS01_RENEWAL_RATE       TO L$_ED01_RATE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "NOTICES SENT: "       L$_ED01_NOTICES
           " SUPPRESSED: "        L$_ED01_JOINERS
           " RENEWED: "           L$_ED01_RENEWALS
           " LAPSED UNANSWERED: " L$_ED01_LAPSES
           " RENEWAL RATE %: "    L$_ED01_RATE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "12-month trend, all types."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_TRD_IDX FROM 1 BY 1
               UNTIL L$_WS01_TRD_IDX > 12
       PERFORM HB-REPORT-ONE-TREND-MONTH
    END-PERFORM
    .
 H-EXIT.    EXIT.
*--------------------------------------------------------------------
 HA-REPORT-ONE-TYPE			SECTION.
*--------------------------------------------------------------------
 HA-00.

    SET L$_WS01_TYP_SUB TO L$_WS01_TYP_IDX
    COMPUTE L$_WS01_TYPE_NUM = L$_WS01_TYP_SUB - 1

    MOVE L$_WS01_TYP_OPENING(L$_WS01_TYP_IDX)
      TO L$_ED01_OPENING
    MOVE L$_WS01_TYP_JOINERS(L$_WS01_TYP_IDX)
      TO L$_ED01_JOINERS
    MOVE L$_WS01_TYP_RENEWALS(L$_WS01_TYP_IDX)
      TO L$_ED01_RENEWALS
    MOVE L$_WS01_TYP_REINSTATED(L$_WS01_TYP_IDX)
      TO L$_ED01_REINSTATED
    MOVE L$_WS01_TYP_LAPSES(L$_WS01_TYP_IDX)
      TO L$_ED01_LAPSES
    MOVE L$_WS01_TYP_TERMINATIONS(L$_WS01_TYP_IDX)
      TO L$_ED01_TERMINATIONS
    MOVE L$_WS01_TYP_MERGES(L$_WS01_TYP_IDX)
      TO L$_ED01_MERGES
    MOVE L$_WS01_TYP_XFER_IN(L$_WS01_TYP_IDX)
      TO L$_ED01_XFER_IN
    MOVE L$_WS01_TYP_XFER_OUT(L$_WS01_TYP_IDX)
      TO L$_ED01_XFER_OUT
    MOVE L$_WS01_TYP_CLOSING(L$_WS01_TYP_IDX)
      TO L$_ED01_CLOSING

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "TYPE " L$_WS01_TYPE_NUM
           " OPENING: "      L$_ED01_OPENING
           " JOINERS: "      L$_ED01_JOINERS
           " RENEWALS: "     L$_ED01_RENEWALS
           " (REINSTATED: "  L$_ED01_REINSTATED
           ") LAPSES: "      L$_ED01_LAPSES
           " TERMS: "        L$_ED01_TERMINATIONS
           " MERGES: "       L$_ED01_MERGES
           " TYPE CHG IN/OUT: " L$_ED01_XFER_IN
           "/"               L$_ED01_XFER_OUT
           " CLOSING: "      L$_ED01_CLOSING
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 HA-EXIT.    EXIT.
*--------------------------------------------------------------------
 HB-REPORT-ONE-TREND-MONTH		SECTION.
*--------------------------------------------------------------------
 HB-00.

    MOVE SPACES  TO MSG IN O_REPORT_REC

    IF L$_WS01_TRD_FOUND_NO(L$_WS01_TRD_IDX)
       STRING "MONTH " L$_WS01_TRD_MONTH(L$_WS01_TRD_IDX)
              " - not reported."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO HB-EXIT
    END-IF

    MOVE L$_WS01_TRD_OPENING(L$_WS01_TRD_IDX)   TO L$_ED01_OPENING
    MOVE L$_WS01_TRD_JOINERS(L$_WS01_TRD_IDX)   TO L$_ED01_JOINERS
    MOVE L$_WS01_TRD_RENEWALS(L$_WS01_TRD_IDX)  TO L$_ED01_RENEWALS
    MOVE L$_WS01_TRD_LAPSES(L$_WS01_TRD_IDX)    TO L$_ED01_LAPSES
    MOVE L$_WS01_TRD_TERMS(L$_WS01_TRD_IDX)     TO L$_ED01_TERMINATIONS
    MOVE L$_WS01_TRD_MERGES(L$_WS01_TRD_IDX)    TO L$_ED01_MERGES
    MOVE L$_WS01_TRD_CLOSING(L$_WS01_TRD_IDX)   TO L$_ED01_CLOSING
    MOVE L$_WS01_TRD_NOTICES(L$_WS01_TRD_IDX)   TO L$_ED01_NOTICES
    MOVE L$_WS01_TRD_RATE(L$_WS01_TRD_IDX)      TO L$_ED01_RATE

    STRING "MONTH " L$_WS01_TRD_MONTH(L$_WS01_TRD_IDX)
           " OPENING: "      L$_ED01_OPENING
           " JOINERS: "      L$_ED01_JOINERS
           " RENEWALS: "     L$_ED01_RENEWALS
           " LAPSES: "       L$_ED01_LAPSES
           " TERMS: "        L$_ED01_TERMINATIONS
           " MERGES: "       L$_ED01_MERGES
           " CLOSING: "      L$_ED01_CLOSING
           " NOTICES: "      L$_ED01_NOTICES
           " RATE %: "       L$_ED01_RATE
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 HB-EXIT.    EXIT.
*--------------------------------------------------------------------
 J-WRITE-DASHBOARD			SECTION.
*--------------------------------------------------------------------
 J-00.

    OPEN OUTPUT O_DASH_FILE
    DISPLAY "Open Output File: " L$_O_DASH_FILE_NAME

    PERFORM VARYING L$_WS01_TYP_IDX FROM 1 BY 1
               UNTIL L$_WS01_TYP_IDX > 100
       IF L$_WS01_TYP_ENTRY(L$_WS01_TYP_IDX) NOT = LOW-VALUES
          PERFORM JA-DASH-ONE-TYPE
       END-IF
    END-PERFORM

    PERFORM VARYING L$_WS01_TRD_IDX FROM 1 BY 1
               UNTIL L$_WS01_TRD_IDX > 12
       IF L$_WS01_TRD_FOUND_YES(L$_WS01_TRD_IDX)
          PERFORM JB-DASH-ONE-TREND-MONTH
       END-IF
    END-PERFORM

    CLOSE O_DASH_FILE
    DISPLAY "Close Output File: " L$_O_DASH_FILE_NAME
    .
 J-EXIT.    EXIT.
*--------------------------------------------------------------------
 JA-DASH-ONE-TYPE			SECTION.
*--------------------------------------------------------------------
 JA-00.

    SET L$_WS01_TYP_SUB TO L$_WS01_TYP_IDX

    INITIALIZE O_DASH_REC
    MOVE L$_WS01_RPT_MONTH  TO DB_REPORT_MONTH
                               DB_PERIOD_MONTH
    SET DB_REC_TYPE_ONE_TYPE TO TRUE
    COMPUTE DB_MEMBERSHIP_TYPE = L$_WS01_TYP_SUB - 1
    MOVE L$_WS01_TYP_OPENING(L$_WS01_TYP_IDX)       TO DB_OPENING
    MOVE L$_WS01_TYP_JOINERS(L$_WS01_TYP_IDX)       TO DB_JOINERS
    MOVE L$_WS01_TYP_RENEWALS(L$_WS01_TYP_IDX)      TO DB_RENEWALS
    MOVE L$_WS01_TYP_LAPSES(L$_WS01_TYP_IDX)        TO DB_LAPSES
    MOVE L$_WS01_TYP_TERMINATIONS(L$_WS01_TYP_IDX)  TO DB_TERMINATIONS
    MOVE L$_WS01_TYP_MERGES(L$_WS01_TYP_IDX)        TO DB_MERGES
    MOVE L$_WS01_TYP_CLOSING(L$_WS01_TYP_IDX)       TO DB_CLOSING

    WRITE O_DASH_REC
    ADD 1 TO L$_CT01_DASH_RECS
    .
 JA-EXIT.    EXIT.
*--------------------------------------------------------------------
 JB-DASH-ONE-TREND-MONTH		SECTION.
*--------------------------------------------------------------------
*# the reported month goes out twice - once as the "A" figure of
*# the month, once as the last point of the "H" trend.
 JB-00.

    INITIALIZE O_DASH_REC
    MOVE L$_WS01_RPT_MONTH  TO DB_REPORT_MONTH
    MOVE L$_WS01_TRD_MONTH(L$_WS01_TRD_IDX)   TO DB_PERIOD_MONTH
    MOVE L$_WS01_TRD_OPENING(L$_WS01_TRD_IDX) TO DB_OPENING
    MOVE L$_WS01_TRD_JOINERS(L$_WS01_TRD_IDX) TO DB_JOINERS
    MOVE L$_WS01_TRD_RENEWALS(L$_WS01_TRD_IDX) TO DB_RENEWALS
    MOVE L$_WS01_TRD_LAPSES(L$_WS01_TRD_IDX)  TO DB_LAPSES
    MOVE L$_WS01_TRD_TERMS(L$_WS01_TRD_IDX)   TO DB_TERMINATIONS
    MOVE L$_WS01_TRD_MERGES(L$_WS01_TRD_IDX)  TO DB_MERGES
    MOVE L$_WS01_TRD_CLOSING(L$_WS01_TRD_IDX) TO DB_CLOSING
    MOVE L$_WS01_TRD_NOTICES(L$_WS01_TRD_IDX) TO DB_NOTICES_SENT
    MOVE L$_WS01_TRD_RATE(L$_WS01_TRD_IDX)    TO DB_RENEWAL_RATE

    IF L$_WS01_TRD_IDX = 12
       SET DB_REC_TYPE_ALL_TYPES TO TRUE
       WRITE O_DASH_REC
       ADD 1 TO L$_CT01_DASH_RECS
    END-IF

    SET DB_REC_TYPE_TREND TO TRUE
    WRITE O_DASH_REC
    ADD 1 TO L$_CT01_DASH_RECS
    .
 JB-EXIT.    EXIT.
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

    STRING "Total members read:" DELIMITED BY SIZE
           L$_CT01_MEMBERS_READ  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total members joined after the month:" DELIMITED BY SIZE
           L$_CT01_JOINED_LATER                    DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total change-history rows read:" DELIMITED BY SIZE
           L$_CT01_CHG_ROWS_READ             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total rows in the month:" DELIMITED BY SIZE
           L$_CT01_ROWS_IN_MONTH      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total rows after the month rolled back:" DELIMITED BY SIZE
           L$_CT01_ROWS_ROLLED_BACK                  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total rows without a membership type:" DELIMITED BY SIZE
           L$_CT01_ROWS_UNUSABLE                   DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total PRB358 runs listed:" DELIMITED BY SIZE
           L$_CT01_RUNS_LISTED         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total PRB358 registers missing:" DELIMITED BY SIZE
           L$_CT01_REGISTERS_MISSING         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total dashboard records written:" DELIMITED BY SIZE
           L$_CT01_DASH_RECS                  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total members read:", L$_CT01_MEMBERS_READ
    DISPLAY "Total change-history rows read:", L$_CT01_CHG_ROWS_READ
    DISPLAY "Total rows in the month:", L$_CT01_ROWS_IN_MONTH
    DISPLAY "Total PRB358 runs listed:", L$_CT01_RUNS_LISTED
    DISPLAY "Total dashboard records written:", L$_CT01_DASH_RECS

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB374_MEMBER_MOVEMENT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RPT_MONTH
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_MEMBERS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_DASH_RECS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ROWS_UNUSABLE
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB374_MEMBER_MOVEMENT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
