*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72K_BRANCH_CONVERT.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*        Bank branch merger / renumbering conversion               *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  When a bank merges or renumbers branches, the account identity  *
*  (bank / branch / account) goes stale at once in four places:    *
*  the member rows, the mandate registry, the debit-limits file    *
*  and the carried-over BEFORE file - and the debits start to      *
*  reject.  This job converts all four on the effective date,      *
*  from one branch-conversion table kept as data:                  *
*                                                                   *
*    old bank + branch  ->  new bank + branch, an account-number   *
*    rule and the effective date.  Rules:                          *
*      K  the account number is kept;                               *
*      O  the account number is moved by CV_ACC_OFFSET;            *
*      M  the account number is looked up in the account map       *
*         (old bank/branch/account -> new account) - an account    *
*         missing from the map is NOT converted.                   *
*                                                                   *
*  Only table rows effective on RUN_DATE are applied.  The due     *
*  rows are checked before anything is touched (known rule, no     *
*  old branch twice, no new branch that is itself an old branch    *
*  due the same day) - a bad table refuses the run.                *
*                                                                   *
*    1. CLB_MEM_BAS - a cursor sweep picks the members on a due    *
*       branch into a work file; each is then read again by key    *
*       and saved through the delete+insert idiom with its         *
*       ICD_PRT_343_CHG_HST old/new row (ICA_PRB360_MERGE_         *
*       MEMBERS' CD1-SAVE-ONE-ROW), one transaction per member;    *
*    2. ICA_TR_MANDATES.DAT, 3. ICA_TRB711_DEB_LIMITS.DAT (account *
*       rows "A" only - a type default carries no branch) and      *
*    4. the BEFORE file named in the parameters are each streamed  *
*       to a .TMP and swapped in by RENAME, the house idiom.       *
*                                                                   *
*  Every converted row gets a before/after line on the report; a   *
*  row on a due branch that could not be converted gets a line     *
*  with the reason, and the totals carry the count per store.      *
*  Any unconvertible row ends the run in failure so the operator   *
*  sees it before the day's debits are built.  A rerun is safe:    *
*  converted rows are no longer on the old branch.                 *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    effective date to apply, CCYYMMDD. *
*       BEFORE_FILE_NAME    I    the carried-over BEFORE file;      *
*                                 spaces = none to convert.          *
*       PREREQ_OVERRIDE     I    "Y"/"N", prerequisite check.       *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_BRCONV_FILE            I   branch-conversion table.       *
*       I_ACCMAP_FILE            I   account map (rule M).          *
*       ICD_PRT_343_CLB_MEM_BAS I/O  member rows.                   *
*       ICD_PRT_343_CHG_HST      O   old/new member trail.          *
*       W_MEMBER_FILE           I/O  members picked by the sweep.   *
*       I_MANDATE_FILE/_NEW     I/O  mandate registry (.TMP swap).  *
*       I_LIMITS_FILE/_NEW      I/O  debit limits (.TMP swap).      *
*       I_BEFORE_FILE/_NEW      I/O  BEFORE file (.TMP swap).       *
*       O_REPORT_FILE            O   before/after report.           *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72K_BRANCH_CONVERT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The branch-conversion table, maintained by operations as data.
    SELECT I_BRCONV_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_BRCONV_STATUS.

*   Account map for rule "M" - needed only when a due row uses it.
    SELECT I_ACCMAP_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ACCMAP_STATUS.

*   Members on a due branch, as the sweep found them - the rows are
*   saved after the cursor is closed, never under it.
    SELECT W_MEMBER_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The stores streamed through a .TMP - own statuses, a missing
*   store has nothing to convert.
    SELECT I_MANDATE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_STATUS.

    SELECT O_MANDATE_NEW
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_NEW_FILE_STATUS.

    SELECT I_LIMITS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LIMITS_STATUS.

    SELECT O_LIMITS_NEW
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_NEW_FILE_STATUS.

    SELECT I_BEFORE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_BEFORE_STATUS.

    SELECT O_BEFORE_NEW
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_NEW_FILE_STATUS.

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
*   One row per converted branch:
*     CV_OLD_*/CV_NEW_*  - bank and branch before / after.
*     CV_ACC_RULE        - K keep, O offset, M account map.
*     CV_ACC_OFFSET      - added to the account number (rule O).
*     CV_EFFECTIVE_DATE  - the day the conversion is applied.
 FD I_BRCONV_FILE
    VALUE OF ID IS L$_BRCONV_FILE_NAME.
 01 I_BRCONV_REC.
    03 CV_OLD_BANK_NUM              PIC 9(02).
    03 CV_OLD_BRANCH_NUM            PIC 9(03).
    03 CV_NEW_BANK_NUM              PIC 9(02).
    03 CV_NEW_BRANCH_NUM            PIC 9(03).
    03 CV_ACC_RULE                  PIC X(01).
    03 CV_ACC_OFFSET                PIC S9(09).
    03 CV_EFFECTIVE_DATE            PIC 9(08).

 FD I_ACCMAP_FILE
    VALUE OF ID IS L$_ACCMAP_FILE_NAME.
 01 I_ACCMAP_REC.
    03 AM_OLD_BANK_NUM              PIC 9(02).
    03 AM_OLD_BRANCH_NUM            PIC 9(03).
    03 AM_OLD_ACC_NUM               PIC 9(09).
    03 AM_NEW_ACC_NUM               PIC 9(09).

 FD W_MEMBER_FILE
    VALUE OF ID IS L$_WORK_FILE_NAME.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY W_MEMBER_REC.

*   Same hand-kept record convention ICA_TRB711_EDIT_BENLEUMI's
*   Change #2018 and ICA_TRB72I_MANDATE_INGEST use.
 FD I_MANDATE_FILE
    VALUE OF ID IS L$_MANDATE_FILE_NAME.
 01 I_MANDATE_REC.
    03 MND_ACC_BANK_NUM             PIC 9(02).
    03 MND_ACC_BRANCH_NUM           PIC 9(03).
    03 MND_ACC_TYPE_CODE            PIC 9(03).
    03 MND_ACC_NUM                  PIC 9(06).
    03 MND_AUTH_DATE                PIC 9(08).
    03 MND_CEILING                  PIC S9(12)V99.
    03 MND_EXPIRY_DATE              PIC 9(08).
    03 MND_STATUS                   PIC X(01).

 FD O_MANDATE_NEW
    VALUE OF ID IS L$_MANDATE_NEW_NAME.
 01 O_MANDATE_NEW_REC               PIC X(45).

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

 FD O_LIMITS_NEW
    VALUE OF ID IS L$_LIMITS_NEW_NAME.
 01 O_LIMITS_NEW_REC                PIC X(29).

*   The carried-over 670 records TRB711 re-reads as
*   ICA_INTGR_INPUT_BEFORE.
 FD I_BEFORE_FILE
    VALUE OF ID IS L$_BEFORE_FILE_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==I_BEFORE_REC==.

 FD O_BEFORE_NEW
    VALUE OF ID IS L$_BEFORE_NEW_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==O_BEFORE_NEW_REC==.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_BRCONV_FILE_NAME             PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB72K_BRCONV.DAT".

 01 L$_ACCMAP_FILE_NAME             PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB72K_ACCMAP.DAT".

 01 L$_MANDATE_FILE_NAME            PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.DAT".

 01 L$_MANDATE_NEW_NAME             PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.TMP".

 01 L$_LIMITS_FILE_NAME             PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB711_DEB_LIMITS.DAT".

 01 L$_LIMITS_NEW_NAME              PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB711_DEB_LIMITS.TMP".

 01 L$_BEFORE_FILE_NAME             PIC X(54).
 01 L$_BEFORE_NEW_NAME              PIC X(54).

 01 L$_WORK_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72K_WRK_".
    03 L$_WS01_WRK_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72K_RPT_".
    03 L$_WS01_RPT_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_BRCONV_STATUS                PIC X(02).
    88 L$_BRCONV_FOUND			    VALUE "00".

 01 L$_ACCMAP_STATUS                PIC X(02).
    88 L$_ACCMAP_FOUND			    VALUE "00".

 01 L$_MANDATE_STATUS               PIC X(02).
    88 L$_MANDATE_FOUND			    VALUE "00".

 01 L$_LIMITS_STATUS                PIC X(02).
    88 L$_LIMITS_FOUND			    VALUE "00".

 01 L$_BEFORE_STATUS                PIC X(02).
    88 L$_BEFORE_FOUND			    VALUE "00".

 01 L$_NEW_FILE_STATUS              PIC X(02).
    88 L$_NEW_FILE_OK			    VALUE "00".

*   the conversions due on RUN_DATE.
 01 L$_WS01_CV_TBL.
    03 L$_WS01_CV_CNT               PIC 9(03)       VALUE 0.
    03 L$_WS01_CV_FOUND             PIC 9(03)       VALUE 0.
    03 L$_WS01_CV_ENTRY  OCCURS 100 TIMES
                         INDEXED BY L$_WS01_CV_IDX
                                    L$_WS01_CV_IDX2.
       05 L$_WS01_CV_OLD_BANK       PIC 9(02).
       05 L$_WS01_CV_OLD_BRANCH     PIC 9(03).
       05 L$_WS01_CV_NEW_BANK       PIC 9(02).
       05 L$_WS01_CV_NEW_BRANCH     PIC 9(03).
       05 L$_WS01_CV_RULE           PIC X(01).
       05 L$_WS01_CV_OFFSET         PIC S9(09).

*   the account map, rows for the due branches only.
 01 L$_WS01_AM_TBL.
    03 L$_WS01_AM_CNT               PIC 9(05)       VALUE 0.
    03 L$_WS01_AM_ENTRY  OCCURS 5000 TIMES
                         INDEXED BY L$_WS01_AM_IDX.
       05 L$_WS01_AM_OLD_BANK       PIC 9(02).
       05 L$_WS01_AM_OLD_BRANCH     PIC 9(03).
       05 L$_WS01_AM_OLD_ACC        PIC 9(09).
       05 L$_WS01_AM_NEW_ACC        PIC 9(09).

*   CX-MAP-ACCOUNT's interface: the identity in, the converted one
*   out, and the outcome.
 01 L$_WS01_MAP_IN.
    03 L$_WS01_MAP_BANK             PIC 9(02).
    03 L$_WS01_MAP_BRANCH           PIC 9(03).
    03 L$_WS01_MAP_TYPE             PIC 9(03).
    03 L$_WS01_MAP_ACC              PIC 9(09).
 01 L$_WS01_MAP_OUT.
    03 L$_WS01_MAP_NEW_BANK         PIC 9(02).
    03 L$_WS01_MAP_NEW_BRANCH       PIC 9(03).
    03 L$_WS01_MAP_NEW_TYPE         PIC 9(03).
    03 L$_WS01_MAP_NEW_ACC          PIC 9(09).
 01 L$_WS01_MAP_WORK                PIC S9(10).
 01 L$_WS01_MAP_REASON              PIC X(40).
 01 L$_WS01_STORE                   PIC X(08).
 01 L$_WS01_ROW_REF                 PIC X(30).
 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_REFUSE_REASON           PIC X(60).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CV                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CV_NO			    VALUE 0.
       88 L$_SW01_EOF_CV_YES			    VALUE 1.
    03 L$_SW01_EOF_AM                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_AM_NO			    VALUE 0.
       88 L$_SW01_EOF_AM_YES			    VALUE 1.
    03 L$_SW01_EOF_SWEEP             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SWEEP_NO			    VALUE 0.
       88 L$_SW01_EOF_SWEEP_YES			    VALUE 1.
    03 L$_SW01_EOF_WRK               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_WRK_NO			    VALUE 0.
       88 L$_SW01_EOF_WRK_YES			    VALUE 1.
    03 L$_SW01_EOF_STORE             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STORE_NO			    VALUE 0.
       88 L$_SW01_EOF_STORE_YES			    VALUE 1.
    03 L$_SW01_RULE_M_USED           PIC 9(01)       VALUE 0.
       88 L$_SW01_RULE_M_USED_NO		    VALUE 0.
       88 L$_SW01_RULE_M_USED_YES		    VALUE 1.
    03 L$_SW01_MAP_STATE             PIC 9(01)       VALUE 0.
       88 L$_SW01_MAP_NOT_DUE			    VALUE 0.
       88 L$_SW01_MAP_CONVERTED			    VALUE 1.
       88 L$_SW01_MAP_FAILED			    VALUE 2.
    03 L$_SW01_SAVE_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_SAVE_CLEAN			    VALUE 0.
       88 L$_SW01_SAVE_FAILED			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_MEMBERS_READ          PIC 9(07).
    03 L$_CT01_MEMBERS_PICKED        PIC 9(07).
    03 L$_CT01_MEMBERS_CONV          PIC 9(07).
    03 L$_CT01_MEMBERS_NOT_CONV      PIC 9(07).
    03 L$_CT01_MANDATES_CONV         PIC 9(07).
    03 L$_CT01_MANDATES_NOT_CONV     PIC 9(07).
    03 L$_CT01_LIMITS_CONV           PIC 9(07).
    03 L$_CT01_LIMITS_NOT_CONV       PIC 9(07).
    03 L$_CT01_BEFORE_CONV           PIC 9(07).
    03 L$_CT01_BEFORE_NOT_CONV       PIC 9(07).
    03 L$_CT01_NOT_CONV_TOTAL        PIC 9(07).
    03 L$_CT01_STORE_CONV            PIC 9(07).

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

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CHG_HST_DBW"	      FROM DICTIONARY.

*   a member row as it stood, and as it is saved.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_MEM_OLD.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_MEM_NEW.

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
*     RUN_DATE         - effective date to apply, CCYYMMDD.
*     BEFORE_FILE_NAME - X(54), spaces = none.
*     PREREQ_OVERRIDE  - "Y"/"N", default "N".
 COPY 'ICA_CDD_WKSP:ICA_TRB72K_BRANCH_CONVERT_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72K_BRANCH_CONVERT_WKSP
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
    USE AFTER STANDARD ERROR PROCEDURE ON W_MEMBER_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_WORK_FILE_NAME
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

    IF L$_WS01_CV_CNT > ZERO
       PERFORM C-CONVERT-MEMBERS
       PERFORM D-CONVERT-MANDATES
       PERFORM E-CONVERT-LIMITS
       PERFORM F-CONVERT-BEFORE
    END-IF

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72K_BRANCH_CONVERT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_CV_TBL
               L$_WS01_AM_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72K_BRANCH_CONVERT_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_WRK_DATE   IN L$_WORK_FILE_NAME
         L$_WS01_RPT_DATE   IN L$_O_REPORT_FILE_NAME

    MOVE BEFORE_FILE_NAME   IN ICA_TRB72K_BRANCH_CONVERT_INP
      TO L$_BEFORE_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72K_BRANCH_CONVERT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72K_BRANCH_CONVERT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    INITIALIZE ICA_TRF713_PREREQ_CHK_WKSP
    MOVE "ICA_TRB72K_BRANCH_CONVERT"
      TO P$_PRE_PROG_NAME IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE RUN_DATE	   IN ICA_TRB72K_BRANCH_CONVERT_INP
      TO P$_PRE_RUN_DATE  IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE PREREQ_OVERRIDE   IN ICA_TRB72K_BRANCH_CONVERT_INP
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

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Branch conversion - before/after report, effective "
           L$_WS01_RUN_DATE
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-LOAD-CONVERSIONS

    IF L$_WS01_CV_CNT = ZERO
       DISPLAY "No branch conversion effective ", L$_WS01_RUN_DATE,
               " - nothing converted."
       MOVE "NO BRANCH CONVERSION EFFECTIVE TODAY"
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO B-EXIT
    END-IF

    PERFORM BB-CHECK-CONVERSIONS

    IF L$_SW01_RULE_M_USED_YES
       PERFORM BC-LOAD-ACCOUNT-MAP
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-CONVERSIONS			SECTION.
*--------------------------------------------------------------------
*# the table is standing data - only the rows effective today are
*# loaded, each listed on the report.
 BA-00.

    OPEN INPUT I_BRCONV_FILE

    IF NOT L$_BRCONV_FOUND
       DISPLAY "No branch-conversion table: " L$_BRCONV_FILE_NAME
       GO TO BA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CV_YES
       READ I_BRCONV_FILE
          AT END
             SET L$_SW01_EOF_CV_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CV_NO
      AND CV_EFFECTIVE_DATE = L$_WS01_RUN_DATE
          IF L$_WS01_CV_CNT NOT < 100
             MOVE "more than 100 conversions due on one day"
               TO L$_WS01_REFUSE_REASON
             PERFORM XZ-REFUSE-RUN
          END-IF
          ADD 1 TO L$_WS01_CV_CNT
          SET L$_WS01_CV_IDX TO L$_WS01_CV_CNT
          MOVE CV_OLD_BANK_NUM   TO L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX)
          MOVE CV_OLD_BRANCH_NUM TO L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX)
          MOVE CV_NEW_BANK_NUM   TO L$_WS01_CV_NEW_BANK(L$_WS01_CV_IDX)
          MOVE CV_NEW_BRANCH_NUM TO L$_WS01_CV_NEW_BRANCH(L$_WS01_CV_IDX)
          MOVE CV_ACC_RULE       TO L$_WS01_CV_RULE(L$_WS01_CV_IDX)
          MOVE CV_ACC_OFFSET     TO L$_WS01_CV_OFFSET(L$_WS01_CV_IDX)
          IF CV_ACC_RULE = "M"
             SET L$_SW01_RULE_M_USED_YES TO TRUE
          END-IF

          MOVE SPACES TO MSG IN O_REPORT_REC
          STRING "CONVERSION " CV_OLD_BANK_NUM "/" CV_OLD_BRANCH_NUM
                 " -> " CV_NEW_BANK_NUM "/" CV_NEW_BRANCH_NUM
                 " ACCOUNT RULE " CV_ACC_RULE
                 " OFFSET " CV_ACC_OFFSET
            DELIMITED BY SIZE
            INTO MSG IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM

    CLOSE I_BRCONV_FILE

    DISPLAY "Conversions due today: ", L$_WS01_CV_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-CHECK-CONVERSIONS			SECTION.
*--------------------------------------------------------------------
*# a bad table is refused before any store is touched: an unknown
*# rule, a branch converted to itself, a branch listed twice, or a
*# new branch that is itself converted today (a rerun would move
*# its accounts a second time).
 BB-00.

    PERFORM VARYING L$_WS01_CV_IDX FROM 1 BY 1
               UNTIL L$_WS01_CV_IDX > L$_WS01_CV_CNT
       IF L$_WS01_CV_RULE(L$_WS01_CV_IDX) NOT = "K"
      AND L$_WS01_CV_RULE(L$_WS01_CV_IDX) NOT = "O"
      AND L$_WS01_CV_RULE(L$_WS01_CV_IDX) NOT = "M"
          MOVE "account rule must be K, O or M"
            TO L$_WS01_REFUSE_REASON
          PERFORM XZ-REFUSE-RUN
       END-IF

       IF L$_WS01_CV_NEW_BANK(L$_WS01_CV_IDX) = ZERO
          MOVE "new bank number missing"
            TO L$_WS01_REFUSE_REASON
          PERFORM XZ-REFUSE-RUN
       END-IF

       IF L$_WS01_CV_NEW_BANK(L$_WS01_CV_IDX)
             = L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX)
      AND L$_WS01_CV_NEW_BRANCH(L$_WS01_CV_IDX)
             = L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX)
      AND L$_WS01_CV_RULE(L$_WS01_CV_IDX) = "K"
          MOVE "conversion changes nothing"
            TO L$_WS01_REFUSE_REASON
          PERFORM XZ-REFUSE-RUN
       END-IF

       PERFORM VARYING L$_WS01_CV_IDX2 FROM 1 BY 1
                  UNTIL L$_WS01_CV_IDX2 > L$_WS01_CV_CNT
          IF L$_WS01_CV_IDX2 NOT = L$_WS01_CV_IDX
         AND L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX2)
                = L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX)
         AND L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX2)
                = L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX)
             MOVE "old branch listed twice"
               TO L$_WS01_REFUSE_REASON
             PERFORM XZ-REFUSE-RUN
          END-IF
          IF L$_WS01_CV_IDX2 NOT = L$_WS01_CV_IDX
         AND L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX2)
                = L$_WS01_CV_NEW_BANK(L$_WS01_CV_IDX)
         AND L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX2)
                = L$_WS01_CV_NEW_BRANCH(L$_WS01_CV_IDX)
             MOVE "new branch is itself converted today"
               TO L$_WS01_REFUSE_REASON
             PERFORM XZ-REFUSE-RUN
          END-IF
       END-PERFORM
    END-PERFORM
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BC-LOAD-ACCOUNT-MAP			SECTION.
*--------------------------------------------------------------------
*# only map rows for a due rule-M branch are kept.
 BC-00.

    OPEN INPUT I_ACCMAP_FILE

    IF NOT L$_ACCMAP_FOUND
       MOVE "rule M is due but there is no account map"
         TO L$_WS01_REFUSE_REASON
       PERFORM XZ-REFUSE-RUN
    END-IF

    PERFORM UNTIL L$_SW01_EOF_AM_YES
       READ I_ACCMAP_FILE
          AT END
             SET L$_SW01_EOF_AM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_AM_NO
          MOVE AM_OLD_BANK_NUM   TO L$_WS01_MAP_BANK
          MOVE AM_OLD_BRANCH_NUM TO L$_WS01_MAP_BRANCH
          PERFORM CY-FIND-CONVERSION

          IF L$_WS01_CV_FOUND > ZERO
             SET L$_WS01_CV_IDX TO L$_WS01_CV_FOUND
             IF L$_WS01_CV_RULE(L$_WS01_CV_IDX) = "M"
                IF L$_WS01_AM_CNT NOT < 5000
                   MOVE "more than 5000 account-map rows due"
                     TO L$_WS01_REFUSE_REASON
                   PERFORM XZ-REFUSE-RUN
                END-IF
                ADD 1 TO L$_WS01_AM_CNT
                SET L$_WS01_AM_IDX TO L$_WS01_AM_CNT
                MOVE AM_OLD_BANK_NUM
                  TO L$_WS01_AM_OLD_BANK(L$_WS01_AM_IDX)
                MOVE AM_OLD_BRANCH_NUM
                  TO L$_WS01_AM_OLD_BRANCH(L$_WS01_AM_IDX)
                MOVE AM_OLD_ACC_NUM
                  TO L$_WS01_AM_OLD_ACC(L$_WS01_AM_IDX)
                MOVE AM_NEW_ACC_NUM
                  TO L$_WS01_AM_NEW_ACC(L$_WS01_AM_IDX)
             END-IF
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_ACCMAP_FILE

    DISPLAY "Account-map rows loaded: ", L$_WS01_AM_CNT
    .
 BC-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-CONVERT-MEMBERS			SECTION.
*--------------------------------------------------------------------
 C-00.

    MOVE "MEMBER" TO L$_WS01_STORE

    PERFORM CA-SWEEP-MEMBERS

    OPEN INPUT W_MEMBER_FILE

    PERFORM UNTIL L$_SW01_EOF_WRK_YES
       READ W_MEMBER_FILE
          AT END
             SET L$_SW01_EOF_WRK_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_WRK_NO
          PERFORM CB-CONVERT-ONE-MEMBER
       END-IF
    END-PERFORM

    CLOSE W_MEMBER_FILE

    DISPLAY "Members converted: ", L$_CT01_MEMBERS_CONV,
            " not converted: ", L$_CT01_MEMBERS_NOT_CONV
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-SWEEP-MEMBERS			SECTION.
*--------------------------------------------------------------------
*# full-table cursor sweep (ICA_PRB351_DUP_MEMBERS' CA convention);
*# the members on a due branch go to the work file.
 CA-00.

    OPEN OUTPUT W_MEMBER_FILE

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:CA-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF

    PERFORM UNTIL L$_SW01_EOF_SWEEP_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA'
            USING ICD_PRT_343_CLB_MEM_BAS_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_MEMBERS_READ

                MOVE ACC_BANK_NUM   IN ICD_PRT_343_CLB_MEM_BAS
                                    IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO L$_WS01_MAP_BANK
                MOVE ACC_BRANCH_NUM IN ICD_PRT_343_CLB_MEM_BAS
                                    IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO L$_WS01_MAP_BRANCH
                PERFORM CY-FIND-CONVERSION

                IF L$_WS01_CV_FOUND > ZERO
                   ADD 1 TO L$_CT01_MEMBERS_PICKED
                   MOVE ICD_PRT_343_CLB_MEM_BAS_PRW
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
                     TO W_MEMBER_REC
                   WRITE W_MEMBER_REC
                END-IF

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_SWEEP_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:CA-SWEEP-MEMBERS RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    CLOSE W_MEMBER_FILE

    DISPLAY "Members read: ", L$_CT01_MEMBERS_READ,
            " on a converted branch: ", L$_CT01_MEMBERS_PICKED
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-CONVERT-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# the row is read again by key inside the transaction - the sweep's
*# image may be minutes old - and saved only if it is still on the
*# old branch.
 CB-00.

    MOVE W_MEMBER_REC(1:30) TO L$_WS01_ROW_REF

    SET L$_SW01_SAVE_CLEAN TO TRUE

    MOVE DP$_SYM_TRAN_READ_WRITE TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE L$_WS01_ROW_REF
      TO ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       PERFORM XR-ROLLBACK
       ADD 1 TO L$_CT01_MEMBERS_NOT_CONV
       MOVE "MEMBER ROW NOT FOUND ON RE-READ" TO L$_WS01_MAP_REASON
       PERFORM WB-REPORT-NOT-CONVERTED
       GO TO CB-EXIT
    END-IF

    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS01_MEM_OLD
    MOVE L$_WS01_MEM_OLD TO L$_WS01_MEM_NEW

    MOVE ACC_BANK_NUM   IN L$_WS01_MEM_OLD TO L$_WS01_MAP_BANK
    MOVE ACC_BRANCH_NUM IN L$_WS01_MEM_OLD TO L$_WS01_MAP_BRANCH
    MOVE ACC_TYPE_CODE  IN L$_WS01_MEM_OLD TO L$_WS01_MAP_TYPE
    MOVE ACC_NUM        IN L$_WS01_MEM_OLD TO L$_WS01_MAP_ACC
    PERFORM CX-MAP-ACCOUNT

    IF L$_SW01_MAP_NOT_DUE
       PERFORM XR-ROLLBACK
       GO TO CB-EXIT
    END-IF

    IF L$_SW01_MAP_FAILED
       PERFORM XR-ROLLBACK
       ADD 1 TO L$_CT01_MEMBERS_NOT_CONV
       PERFORM WB-REPORT-NOT-CONVERTED
       GO TO CB-EXIT
    END-IF

    MOVE L$_WS01_MAP_NEW_BANK   TO ACC_BANK_NUM   IN L$_WS01_MEM_NEW
    MOVE L$_WS01_MAP_NEW_BRANCH TO ACC_BRANCH_NUM IN L$_WS01_MEM_NEW
    MOVE L$_WS01_MAP_NEW_ACC    TO ACC_NUM        IN L$_WS01_MEM_NEW

    PERFORM CC-SAVE-MEMBER-ROW

    IF L$_SW01_SAVE_FAILED
       PERFORM XR-ROLLBACK
       ADD 1 TO L$_CT01_MEMBERS_NOT_CONV
       MOVE "MEMBER SAVE FAILED - ROLLED BACK" TO L$_WS01_MAP_REASON
       PERFORM WB-REPORT-NOT-CONVERTED
       GO TO CB-EXIT
    END-IF

    MOVE DP$_SYM_COMMIT TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

    ADD 1 TO L$_CT01_MEMBERS_CONV
    PERFORM WA-REPORT-CONVERTED
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-SAVE-MEMBER-ROW			SECTION.
*--------------------------------------------------------------------
*# delete+insert save of L$_WS01_MEM_NEW over L$_WS01_MEM_OLD, with
*# the old/new change-history row - ICA_PRB360_MERGE_MEMBERS'
*# CD1-SAVE-ONE-ROW.
 CC-00.

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE L$_WS01_MEM_OLD
      TO ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_DELETE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE L$_WS01_MEM_NEW
      TO ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INSERT TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW IS FAILURE
       SET L$_SW01_SAVE_FAILED TO TRUE
       GO TO CC-EXIT
    END-IF

    INITIALIZE ICD_PRT_343_CHG_HST_DBW

    MOVE L$_WS01_MEM_OLD(1:30)
      TO ICD_PRT_343_CHG_HST_PRW(1:30)
    MOVE L$_WS01_MEM_OLD
      TO OLD_VALUE		IN ICD_PRT_343_CHG_HST_PRW
    MOVE L$_WS01_MEM_NEW
      TO NEW_VALUE		IN ICD_PRT_343_CHG_HST_PRW
    MOVE SP$_ACW_USER_NAME	IN UTL_CONTROL_ACW
      TO OPER_ID		IN ICD_PRT_343_CHG_HST_PRW
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN ICD_PRT_343_CHG_HST_PRW

    ADD DP$_SYM_STORE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CHG_HST_DBW
    CALL 'ICD_PRT_343_CHG_HST_DBA' USING ICD_PRT_343_CHG_HST_DBW

    IF DP$_STATUS IN ICD_PRT_343_CHG_HST_DBW IS FAILURE
       SET L$_SW01_SAVE_FAILED TO TRUE
    END-IF
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CX-MAP-ACCOUNT				SECTION.
*--------------------------------------------------------------------
*# one identity through the due conversions: NOT DUE (branch not
*# converted today), CONVERTED (L$_WS01_MAP_OUT filled) or FAILED
*# (L$_WS01_MAP_REASON says why).  The new account must fit the six
*# digits the mandate and limit files carry.
 CX-00.

    SET L$_SW01_MAP_NOT_DUE TO TRUE
    MOVE SPACES TO L$_WS01_MAP_REASON
    MOVE L$_WS01_MAP_IN TO L$_WS01_MAP_OUT

    PERFORM CY-FIND-CONVERSION

    IF L$_WS01_CV_FOUND = ZERO
       GO TO CX-EXIT
    END-IF

    SET L$_WS01_CV_IDX TO L$_WS01_CV_FOUND

    MOVE L$_WS01_CV_NEW_BANK(L$_WS01_CV_IDX)   TO L$_WS01_MAP_NEW_BANK
    MOVE L$_WS01_CV_NEW_BRANCH(L$_WS01_CV_IDX) TO L$_WS01_MAP_NEW_BRANCH

    EVALUATE L$_WS01_CV_RULE(L$_WS01_CV_IDX)
       WHEN "K"
            MOVE L$_WS01_MAP_ACC TO L$_WS01_MAP_WORK
       WHEN "O"
            ADD L$_WS01_MAP_ACC L$_WS01_CV_OFFSET(L$_WS01_CV_IDX)
                GIVING L$_WS01_MAP_WORK
       WHEN "M"
            MOVE ZERO TO L$_WS01_MAP_WORK
            PERFORM VARYING L$_WS01_AM_IDX FROM 1 BY 1
                       UNTIL L$_WS01_AM_IDX > L$_WS01_AM_CNT
               IF L$_WS01_AM_OLD_BANK(L$_WS01_AM_IDX) = L$_WS01_MAP_BANK
              AND L$_WS01_AM_OLD_BRANCH(L$_WS01_AM_IDX)
                     = L$_WS01_MAP_BRANCH
              AND L$_WS01_AM_OLD_ACC(L$_WS01_AM_IDX) = L$_WS01_MAP_ACC
                  MOVE L$_WS01_AM_NEW_ACC(L$_WS01_AM_IDX)
                    TO L$_WS01_MAP_WORK
               END-IF
            END-PERFORM
            IF L$_WS01_MAP_WORK = ZERO
               SET L$_SW01_MAP_FAILED TO TRUE
               MOVE "ACCOUNT NOT IN THE ACCOUNT MAP"
                 TO L$_WS01_MAP_REASON
               GO TO CX-EXIT
            END-IF
    END-EVALUATE

    IF L$_WS01_MAP_WORK < 1
    OR L$_WS01_MAP_WORK > 999999
       SET L$_SW01_MAP_FAILED TO TRUE
       MOVE "NEW ACCOUNT NUMBER OUT OF RANGE"
         TO L$_WS01_MAP_REASON
       GO TO CX-EXIT
    END-IF

    MOVE L$_WS01_MAP_WORK TO L$_WS01_MAP_NEW_ACC
    SET L$_SW01_MAP_CONVERTED TO TRUE
    .
 CX-EXIT.    EXIT.
*--------------------------------------------------------------------
 CY-FIND-CONVERSION			SECTION.
*--------------------------------------------------------------------
 CY-00.

    MOVE 0 TO L$_WS01_CV_FOUND

    PERFORM VARYING L$_WS01_CV_IDX FROM 1 BY 1
               UNTIL L$_WS01_CV_IDX > L$_WS01_CV_CNT
       IF L$_WS01_CV_OLD_BANK(L$_WS01_CV_IDX)   = L$_WS01_MAP_BANK
      AND L$_WS01_CV_OLD_BRANCH(L$_WS01_CV_IDX) = L$_WS01_MAP_BRANCH
          SET L$_WS01_CV_FOUND TO L$_WS01_CV_IDX
       END-IF
    END-PERFORM
    .
 CY-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-CONVERT-MANDATES			SECTION.
*--------------------------------------------------------------------
*# the registry streamed through a .TMP; every record is written,
*# converted or not, so the swap never loses a mandate.
 D-00.

    MOVE "MANDATE" TO L$_WS01_STORE
    MOVE 0 TO L$_CT01_STORE_CONV
    SET L$_SW01_EOF_STORE_NO TO TRUE

    OPEN INPUT I_MANDATE_FILE

    IF NOT L$_MANDATE_FOUND
       DISPLAY "No mandate registry - nothing to convert."
       GO TO D-EXIT
    END-IF

    OPEN OUTPUT O_MANDATE_NEW

    IF NOT L$_NEW_FILE_OK
       CLOSE I_MANDATE_FILE
       PERFORM XW-WORK-FILE-FAILED
       GO TO D-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ I_MANDATE_FILE
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          MOVE MND_ACC_BANK_NUM   TO L$_WS01_MAP_BANK
          MOVE MND_ACC_BRANCH_NUM TO L$_WS01_MAP_BRANCH
          MOVE MND_ACC_TYPE_CODE  TO L$_WS01_MAP_TYPE
          MOVE MND_ACC_NUM        TO L$_WS01_MAP_ACC
          MOVE SPACES             TO L$_WS01_ROW_REF
          PERFORM CX-MAP-ACCOUNT

          EVALUATE TRUE
             WHEN L$_SW01_MAP_CONVERTED
                  MOVE L$_WS01_MAP_NEW_BANK   TO MND_ACC_BANK_NUM
                  MOVE L$_WS01_MAP_NEW_BRANCH TO MND_ACC_BRANCH_NUM
                  MOVE L$_WS01_MAP_NEW_ACC    TO MND_ACC_NUM
                  ADD 1 TO L$_CT01_MANDATES_CONV
                           L$_CT01_STORE_CONV
                  PERFORM WA-REPORT-CONVERTED
             WHEN L$_SW01_MAP_FAILED
                  ADD 1 TO L$_CT01_MANDATES_NOT_CONV
                  PERFORM WB-REPORT-NOT-CONVERTED
          END-EVALUATE

          MOVE I_MANDATE_REC TO O_MANDATE_NEW_REC
          WRITE O_MANDATE_NEW_REC
       END-IF
    END-PERFORM

    CLOSE I_MANDATE_FILE
          O_MANDATE_NEW

    IF L$_CT01_STORE_CONV > ZERO
       PERFORM XS-SWAP-FILE
    END-IF

    DISPLAY "Mandates converted: ", L$_CT01_MANDATES_CONV,
            " not converted: ", L$_CT01_MANDATES_NOT_CONV
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-CONVERT-LIMITS			SECTION.
*--------------------------------------------------------------------
*# account rows only - a type default ("T") has no branch.
 E-00.

    MOVE "LIMIT" TO L$_WS01_STORE
    MOVE 0 TO L$_CT01_STORE_CONV
    SET L$_SW01_EOF_STORE_NO TO TRUE

    OPEN INPUT I_LIMITS_FILE

    IF NOT L$_LIMITS_FOUND
       DISPLAY "No debit-limits file - nothing to convert."
       GO TO E-EXIT
    END-IF

    OPEN OUTPUT O_LIMITS_NEW

    IF NOT L$_NEW_FILE_OK
       CLOSE I_LIMITS_FILE
       PERFORM XW-WORK-FILE-FAILED
       GO TO E-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ I_LIMITS_FILE
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          IF LIM_SPECIFIC_IND = "A"
             MOVE LIM_ACC_BANK_NUM   TO L$_WS01_MAP_BANK
             MOVE LIM_ACC_BRANCH_NUM TO L$_WS01_MAP_BRANCH
             MOVE LIM_ACC_TYPE_CODE  TO L$_WS01_MAP_TYPE
             MOVE LIM_ACC_NUM        TO L$_WS01_MAP_ACC
             MOVE SPACES             TO L$_WS01_ROW_REF
             PERFORM CX-MAP-ACCOUNT

             EVALUATE TRUE
                WHEN L$_SW01_MAP_CONVERTED
                     MOVE L$_WS01_MAP_NEW_BANK   TO LIM_ACC_BANK_NUM
                     MOVE L$_WS01_MAP_NEW_BRANCH TO LIM_ACC_BRANCH_NUM
                     MOVE L$_WS01_MAP_NEW_ACC    TO LIM_ACC_NUM
                     ADD 1 TO L$_CT01_LIMITS_CONV
                              L$_CT01_STORE_CONV
                     PERFORM WA-REPORT-CONVERTED
                WHEN L$_SW01_MAP_FAILED
                     ADD 1 TO L$_CT01_LIMITS_NOT_CONV
                     PERFORM WB-REPORT-NOT-CONVERTED
             END-EVALUATE
          END-IF

          MOVE I_LIMITS_REC TO O_LIMITS_NEW_REC
          WRITE O_LIMITS_NEW_REC
       END-IF
    END-PERFORM

    CLOSE I_LIMITS_FILE
          O_LIMITS_NEW

    IF L$_CT01_STORE_CONV > ZERO
       PERFORM XS-SWAP-FILE
    END-IF

    DISPLAY "Limit rows converted: ", L$_CT01_LIMITS_CONV,
            " not converted: ", L$_CT01_LIMITS_NOT_CONV
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-CONVERT-BEFORE			SECTION.
*--------------------------------------------------------------------
*# the carried-over 670 records: the debit/credit account of each is
*# converted in place, nothing else in the record moves - TRB710's
*# control sidecar (counts and amounts) still ties.
 F-00.

    MOVE "BEFORE" TO L$_WS01_STORE
    MOVE 0 TO L$_CT01_STORE_CONV
    SET L$_SW01_EOF_STORE_NO TO TRUE

    IF L$_BEFORE_FILE_NAME = SPACES
       DISPLAY "No BEFORE file named - nothing to convert."
       GO TO F-EXIT
    END-IF

    OPEN INPUT I_BEFORE_FILE

    IF NOT L$_BEFORE_FOUND
       DISPLAY "BEFORE file not present: " L$_BEFORE_FILE_NAME
       GO TO F-EXIT
    END-IF

    MOVE SPACES TO L$_BEFORE_NEW_NAME
    STRING L$_BEFORE_FILE_NAME DELIMITED BY "."
           ".TMP"              DELIMITED BY SIZE
      INTO L$_BEFORE_NEW_NAME
    END-STRING

    OPEN OUTPUT O_BEFORE_NEW

    IF NOT L$_NEW_FILE_OK
       CLOSE I_BEFORE_FILE
       PERFORM XW-WORK-FILE-FAILED
       GO TO F-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ I_BEFORE_FILE
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          MOVE I_BEFORE_REC TO O_BEFORE_NEW_REC

          MOVE ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I_BEFORE_REC
            TO L$_WS01_MAP_BANK
          MOVE ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB IN I_BEFORE_REC
            TO L$_WS01_MAP_BRANCH
          MOVE ACC_TYPE_CODE  IN ICD_TRT_670_CUR_CRDB IN I_BEFORE_REC
            TO L$_WS01_MAP_TYPE
          MOVE ACC_NUM        IN ICD_TRT_670_CUR_CRDB IN I_BEFORE_REC
            TO L$_WS01_MAP_ACC
          MOVE SPACES TO L$_WS01_ROW_REF
          PERFORM CX-MAP-ACCOUNT

          EVALUATE TRUE
             WHEN L$_SW01_MAP_CONVERTED
                  MOVE L$_WS01_MAP_NEW_BANK
                    TO ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB
                                      IN O_BEFORE_NEW_REC
                  MOVE L$_WS01_MAP_NEW_BRANCH
                    TO ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB
                                      IN O_BEFORE_NEW_REC
                  MOVE L$_WS01_MAP_NEW_ACC
                    TO ACC_NUM        IN ICD_TRT_670_CUR_CRDB
                                      IN O_BEFORE_NEW_REC
                  ADD 1 TO L$_CT01_BEFORE_CONV
                           L$_CT01_STORE_CONV
                  PERFORM WA-REPORT-CONVERTED
             WHEN L$_SW01_MAP_FAILED
                  ADD 1 TO L$_CT01_BEFORE_NOT_CONV
                  PERFORM WB-REPORT-NOT-CONVERTED
          END-EVALUATE

          WRITE O_BEFORE_NEW_REC
       END-IF
    END-PERFORM

    CLOSE I_BEFORE_FILE
          O_BEFORE_NEW

    IF L$_CT01_STORE_CONV > ZERO
       PERFORM XS-SWAP-FILE
    END-IF

    DISPLAY "BEFORE records converted: ", L$_CT01_BEFORE_CONV,
            " not converted: ", L$_CT01_BEFORE_NOT_CONV
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 WA-REPORT-CONVERTED			SECTION.
*--------------------------------------------------------------------
 WA-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING L$_WS01_STORE " " L$_WS01_ROW_REF
           " BEFORE " L$_WS01_MAP_BANK "/" L$_WS01_MAP_BRANCH "/"
           L$_WS01_MAP_TYPE "/" L$_WS01_MAP_ACC
           " AFTER " L$_WS01_MAP_NEW_BANK "/" L$_WS01_MAP_NEW_BRANCH
           "/" L$_WS01_MAP_NEW_TYPE "/" L$_WS01_MAP_NEW_ACC
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 WA-EXIT.    EXIT.
*--------------------------------------------------------------------
 WB-REPORT-NOT-CONVERTED		SECTION.
*--------------------------------------------------------------------
 WB-00.

    ADD 1 TO L$_CT01_NOT_CONV_TOTAL

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING L$_WS01_STORE " " L$_WS01_ROW_REF
           " NOT CONVERTED " L$_WS01_MAP_BANK "/" L$_WS01_MAP_BRANCH
           "/" L$_WS01_MAP_TYPE "/" L$_WS01_MAP_ACC
           " - " L$_WS01_MAP_REASON
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    DISPLAY "** NOT CONVERTED - ", L$_WS01_STORE, " ACC:",
            L$_WS01_MAP_ACC, " ", L$_WS01_MAP_REASON
    .
 WB-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 XR-ROLLBACK				SECTION.
*--------------------------------------------------------------------
 XR-00.

    MOVE DP$_SYM_ROLLBACK TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW
    .
 XR-EXIT.    EXIT.
*--------------------------------------------------------------------
 XS-SWAP-FILE				SECTION.
*--------------------------------------------------------------------
*# the .TMP of the store in hand replaces the store - the house
*# RENAME swap, so a run that dies mid-stream leaves it standing.
 XS-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    EVALUATE L$_WS01_STORE
       WHEN "MANDATE"
            STRING "RENAME " L$_MANDATE_NEW_NAME " "
                   L$_MANDATE_FILE_NAME
              DELIMITED BY SIZE
              INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
            END-STRING
       WHEN "LIMIT"
            STRING "RENAME " L$_LIMITS_NEW_NAME " "
                   L$_LIMITS_FILE_NAME
              DELIMITED BY SIZE
              INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
            END-STRING
       WHEN OTHER
            STRING "RENAME " L$_BEFORE_NEW_NAME " "
                   L$_BEFORE_FILE_NAME
              DELIMITED BY SIZE
              INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
            END-STRING
    END-EVALUATE

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at XS-SWAP-FILE - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "** " L$_WS01_STORE
              " STORE NOT REPLACED - its conversions above are NOT "
              "in effect."
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 XS-EXIT.    EXIT.
*--------------------------------------------------------------------
 XW-WORK-FILE-FAILED			SECTION.
*--------------------------------------------------------------------
 XW-00.

    DISPLAY "** " L$_WS01_STORE " work file could not be opened, "
            "status: " L$_NEW_FILE_STATUS " - store NOT converted."
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "** " L$_WS01_STORE
           " WORK FILE COULD NOT BE OPENED - store NOT converted."
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    SET SP$_EXIT_STATUS_FAILURE TO TRUE
    MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    .
 XW-EXIT.    EXIT.
*--------------------------------------------------------------------
 XZ-REFUSE-RUN				SECTION.
*--------------------------------------------------------------------
*# the table is wrong - nothing has been touched yet.
 XZ-00.

    DISPLAY "** RUN REFUSED - branch-conversion table: "
            L$_WS01_REFUSE_REASON
    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "** RUN REFUSED - " L$_WS01_REFUSE_REASON
           " - nothing converted."
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    CLOSE O_REPORT_FILE

    MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    SET SP$_EXIT_STATUS_FAILURE TO TRUE

    CALL 'UTL_TERM_PROG_FUNCTION'
    CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    .
 XZ-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow." TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Members read: " L$_CT01_MEMBERS_READ
           "  on a converted branch: " L$_CT01_MEMBERS_PICKED
           "  converted: " L$_CT01_MEMBERS_CONV
           "  not converted: " L$_CT01_MEMBERS_NOT_CONV
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Mandates converted: " L$_CT01_MANDATES_CONV
           "  not converted: " L$_CT01_MANDATES_NOT_CONV
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Limit rows converted: " L$_CT01_LIMITS_CONV
           "  not converted: " L$_CT01_LIMITS_NOT_CONV
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "BEFORE records converted: " L$_CT01_BEFORE_CONV
           "  not converted: " L$_CT01_BEFORE_NOT_CONV
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "ROWS NOT CONVERTED, ALL STORES: " L$_CT01_NOT_CONV_TOTAL
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    IF L$_CT01_NOT_CONV_TOTAL > ZERO
       DISPLAY "*** ROWS NOT CONVERTED: ", L$_CT01_NOT_CONV_TOTAL,
               " - see the report."
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72K_BRANCH_CONVERT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72K_BRANCH_CONVERT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_MEMBERS_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    ADD L$_CT01_MEMBERS_CONV L$_CT01_MANDATES_CONV
        L$_CT01_LIMITS_CONV  L$_CT01_BEFORE_CONV
        GIVING P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_NOT_CONV_TOTAL
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    DISPLAY 'End of program: ICA_TRB72K_BRANCH_CONVERT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
