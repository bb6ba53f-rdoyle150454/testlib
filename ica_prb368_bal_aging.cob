*********************************************************************
******* PROGRAM_NAME: [ICA_PRB368_BAL_AGING.COB] ********************
*                                                                   *
*                                    [Club products sub-system]    *
*        Held-balance aging by product type - month end            *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Auditors and the regulator ask how much money is held and for   *
*  how long, by product type.  ICA_TRB71Y_BAL_SNAPSHOT's store     *
*  (ICA_TR_BAL_SNAP.IDX) has every day's balances; this month-end  *
*  job turns them into aging:                                       *
*                                                                   *
*    1. an accumulator is HELD while its snapshot balance is not   *
*       zero; its hold started on the first snapshot day of the    *
*       current unbroken non-zero run.  The hold-start dates are   *
*       carried from month to month in this program's own hold     *
*       file (one record per accumulator held at month end), so   *
*       each run reads only the month's snapshot days.  With no    *
*       previous hold file the ages are rebuilt from the whole     *
*       store - holds older than the store count from its first   *
*       day, and the report says so;                                *
*    2. every accumulator held on the month-end snapshot date is   *
*       bucketed 0-30 / 31-90 / 91-365 days / over one year by its *
*       hold start against the cutoff dates passed in (PRB362's    *
*       aging convention - the scheduler computes the dates), or  *
*       DORMANT when PRB359's dormant register has it flagged and  *
*       not yet transferred - the dormancy threshold is PRB359's;  *
*    3. per product type (755 PROD_TYPE_CODE) count and balance   *
*       per bucket, and the month's movement: opening balance,    *
*       new holds, releases, CPI revaluation and interest (the     *
*       month's 875 rows, read off the marker slices as TRB71Y     *
*       reads them), other movement (the balancing figure) and    *
*       closing balance;                                            *
*    4. the same figures as a fixed-format file for the           *
*       regulator's return, with a trailer carrying the record    *
*       count and the total closing balance.                        *
*                                                                   *
*  No month-end snapshot, no report: the run is refused.           *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*       MONTH_END_DATE       I    the month-end snapshot date,      *
*                                  CCYYMMDD.                          *
*       PREV_MONTH_END_DATE  I    the previous month-end snapshot   *
*                                  date - names last month's hold    *
*                                  file.                              *
*       AGE31_BEFORE_DATE    I    hold started before this = over   *
*                                  30 days.                           *
*       AGE91_BEFORE_DATE    I    ... over 90 days.                 *
*       AGE366_BEFORE_DATE   I    ... over one year.                *
*       I875_MONTH_FILE_NAME I    the month's concatenated 875      *
*                                  rows.                              *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_SNAPSHOT_FILE          I   dated balance snapshots.       *
*       I_PREV_HOLD_FILE         I   last month's hold file.        *
*       I_DORMANT_FILE           I   PRB359 dormant register.       *
*       I875_MONTH_FILE          I   month's 875 activity.          *
*       ICD_PRT_755_BAL_CHK      I   product type.                  *
*       O_HOLD_FILE              O   this month's hold file.        *
*       O_REGULATOR_FILE         O   regulator's aging return.      *
*       O_REPORT_FILE            O   aging and movement report.     *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB368_BAL_AGING.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   TRB71Y's permanent store, read shared - the day-end snapshot
*   may be writing it.
    SELECT I_SNAPSHOT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       SNP_KEY
           FILE STATUS		  IS	       L$_SNAP_STATUS.

*   No previous hold file is the first run - own status.
    SELECT I_PREV_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PREV_HOLD_STATUS.

*   No dormant register is a legal state - own status.
    SELECT I_DORMANT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DORMANT_STATUS.

    SELECT I875_MONTH_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REGULATOR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Everything known about an accumulator, in date order - see
*   C-AGE-BY-ACCUM.
    SELECT  SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   ICA_TRB71Y_BAL_SNAPSHOT's record.
 FD I_SNAPSHOT_FILE
    VALUE OF ID IS L$_SNAPSHOT_NAME.
 01 I_SNAPSHOT_REC.
    03 SNP_KEY.
       05 SNP_DATE                  PIC 9(08).
       05 SNP_ACCUM_INTR_ID         PIC X(20).
    03 SNP_BALANCE                  PIC S9(12)V99.
    03 SNP_CLB_MEM_KEY              PIC X(30).

*   This program's hold file, last month's and this month's:
*     HF_BUCKET - 1 0-30 / 2 31-90 / 3 91-365 / 4 over a year /
*                 5 dormant.
 FD I_PREV_HOLD_FILE
    VALUE OF ID IS L$_PREV_HOLD_NAME.
 01 I_PREV_HOLD_REC.
    03 HP_ACCUM_INTR_ID             PIC X(20).
    03 HP_HOLD_START                PIC 9(08).
    03 HP_BALANCE                   PIC S9(12)V99.
    03 HP_PROD_TYPE                 PIC X(10).
    03 HP_BUCKET                    PIC 9(01).

 FD O_HOLD_FILE
    VALUE OF ID IS L$_O_HOLD_NAME.
 01 O_HOLD_REC.
    03 HF_ACCUM_INTR_ID             PIC X(20).
    03 HF_HOLD_START                PIC 9(08).
    03 HF_BALANCE                   PIC S9(12)V99.
    03 HF_PROD_TYPE                 PIC X(10).
    03 HF_BUCKET                    PIC 9(01).

*   ICA_PRB359_DORMANCY's register record.
 FD I_DORMANT_FILE
    VALUE OF ID IS L$_DORMANT_NAME.
 01 I_DORMANT_REC.
    03 DRM_ACCUM_INTR_ID            PIC X(20).
    03 DRM_CLB_MEM_KEY              PIC X(30).
    03 DRM_FLAGGED_DATE             PIC 9(08).
    03 DRM_LAST_ACT_DATE            PIC 9(08).
    03 DRM_BALANCE                  PIC S9(12)V99.
    03 DRM_STATUS                   PIC X(01).

 FD I875_MONTH_FILE
    VALUE OF ID IS L$_I875_MONTH_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"      FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    I875_MONTH_REC.

*   SA_KIND: "S" snapshot day, "C" carried hold (last month's hold
*   file), "D" dormant flag, "R" CPI revaluation, "I" interest.
 SD  SORT_FILE.
 01  AGING_SORT_REC.
     03 SA_ACCUM_INTR_ID            PIC X(20).
     03 SA_DATE                     PIC 9(08).
     03 SA_KIND                     PIC X(01).
     03 SA_AMT                      PIC S9(12)V99.
     03 SA_HOLD_START               PIC 9(08).

*   The regulator's aging return, 80 bytes, all display: one "H"
*   header, one "D" detail per product type and line, one "T"
*   trailer.  Amounts are unsigned with a separate "+"/"-" byte in
*   front, agorot implied - the tax-authority file's convention.
 FD O_REGULATOR_FILE
    VALUE OF ID IS L$_O_REGULATOR_NAME.
 01 O_REG_HEADER_REC.
    03 RH_REC_TYPE                  PIC X(01).
    03 RH_MONTH_END                 PIC 9(08).
    03 RH_PREV_MONTH_END            PIC 9(08).
    03 FILLER                       PIC X(63).
 01 O_REG_DETAIL_REC.
    03 RD_REC_TYPE                  PIC X(01).
    03 RD_PROD_TYPE                 PIC X(10).
    03 RD_LINE_CODE                 PIC X(06).
    03 RD_COUNT                     PIC 9(09).
    03 RD_AMT_SIGN                  PIC X(01).
    03 RD_AMT                       PIC 9(13)V99.
    03 FILLER                       PIC X(38).
 01 O_REG_TRAILER_REC.
    03 RT_REC_TYPE                  PIC X(01).
    03 RT_DETAIL_CNT                PIC 9(07).
    03 RT_CLOSE_SIGN                PIC X(01).
    03 RT_CLOSE_AMT                 PIC 9(13)V99.
    03 FILLER                       PIC X(56).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_SNAPSHOT_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_BAL_SNAP.IDX".

 01 L$_DORMANT_NAME                 PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB359_DORMANT.DAT".

 01 L$_I875_MONTH_NAME              PIC X(54).

 01 L$_PREV_HOLD_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB368_HOLD_".
    03 L$_WS01_PREV_HOLD_DATE PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_HOLD_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB368_HOLD_".
    03 L$_WS01_HOLD_DATE    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REGULATOR_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB368_RGA_".
    03 L$_WS01_RGA_DATE     PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB368_RPT_".
    03 L$_WS01_RPT_DATE     PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_SNAP_STATUS                  PIC X(02).
    88 L$_SNAP_OK			    VALUE "00".

 01 L$_PREV_HOLD_STATUS             PIC X(02).
    88 L$_PREV_HOLD_FOUND		    VALUE "00".

 01 L$_DORMANT_STATUS               PIC X(02).
    88 L$_DORMANT_FOUND			    VALUE "00".

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SNAP             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SNAP_NO			    VALUE 0.
       88 L$_SW01_EOF_SNAP_YES			    VALUE 1.
    03 L$_SW01_EOF_PREV             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PREV_NO			    VALUE 0.
       88 L$_SW01_EOF_PREV_YES			    VALUE 1.
    03 L$_SW01_EOF_DORMANT          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DORMANT_NO		    VALUE 0.
       88 L$_SW01_EOF_DORMANT_YES		    VALUE 1.
    03 L$_SW01_EOF_875              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_875_NO			    VALUE 0.
       88 L$_SW01_EOF_875_YES			    VALUE 1.
    03 L$_SW01_EOF_SORT             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_FIRST_GROUP          PIC 9(01)       VALUE 1.
       88 L$_SW01_FIRST_GROUP_YES		    VALUE 1.
       88 L$_SW01_FIRST_GROUP_NO		    VALUE 0.
    03 L$_SW01_CARRY_MODE           PIC 9(01)       VALUE 0.
       88 L$_SW01_CARRY_MODE_NO			    VALUE 0.
       88 L$_SW01_CARRY_MODE_YES		    VALUE 1.
    03 L$_SW01_ACC_DORMANT          PIC 9(01)       VALUE 0.
       88 L$_SW01_ACC_DORMANT_NO		    VALUE 0.
       88 L$_SW01_ACC_DORMANT_YES		    VALUE 1.
    03 L$_SW01_ACC_OPEN_HELD        PIC 9(01)       VALUE 0.
       88 L$_SW01_ACC_OPEN_HELD_NO		    VALUE 0.
       88 L$_SW01_ACC_OPEN_HELD_YES		    VALUE 1.

 01 L$_MH01_KEYS_TO_COMPARE.
    03 L$_MH01_CURR_ACCUM_INTR_ID.
       05 L$_MH01_CURR_ACCUM_INTR_ID_X   PIC X(20).
    03 L$_MH01_PREV_ACCUM_INTR_ID.
       05 L$_MH01_PREV_ACCUM_INTR_ID_X   PIC X(20).

 01 L$_CT01_COUNTERS.
    03 L$_CT01_SNAP_REC             PIC 9(09).
    03 L$_CT01_PREV_HOLD_REC        PIC 9(09).
    03 L$_CT01_DORMANT_REC          PIC 9(09).
    03 L$_CT01_875_REC              PIC 9(09).
    03 L$_CT01_875_USED             PIC 9(09).
    03 L$_CT01_ACCUMS               PIC 9(09).
    03 L$_CT01_HELD                 PIC 9(09).
    03 L$_CT01_NO_PROD_TYPE         PIC 9(09).
    03 L$_CT01_REG_DETAILS          PIC 9(07).

 01 L$_WS01_MONTH_END               PIC 9(08).
 01 L$_WS01_PREV_MONTH_END          PIC 9(08).
 01 L$_WS01_AGE31                   PIC 9(08).
 01 L$_WS01_AGE91                   PIC 9(08).
 01 L$_WS01_AGE366                  PIC 9(08).
 01 L$_WS01_SNAP_FIRST_DATE         PIC 9(08).

 01 L$_WS01_875_MARKER              PIC X(01).
 01 L$_WS01_875_AMOUNT_X            PIC X(09).
 01 L$_WS01_875_AMOUNT REDEFINES L$_WS01_875_AMOUNT_X
                                    PIC S9(07)V99.

*   one accumulator's month.
 01 L$_WS01_ACC_STATE.
    03 L$_WS01_ACC_HOLD_START       PIC 9(08).
    03 L$_WS01_ACC_LAST_DATE        PIC 9(08).
    03 L$_WS01_ACC_LAST_BAL         PIC S9(12)V99.
    03 L$_WS01_ACC_OPEN_BAL         PIC S9(12)V99.
    03 L$_WS01_ACC_REVAL            PIC S9(12)V99.
    03 L$_WS01_ACC_INTEREST         PIC S9(12)V99.
    03 L$_WS01_ACC_BUCKET           PIC 9(01).
 01 L$_WS01_PROD_TYPE               PIC X(10).

*   the aging lines - bucket 1..5, then the movement lines; the
*   codes are the regulator file's line codes.
 01 L$_WS01_LINE_NAMES.
    03 FILLER    PIC X(26)  VALUE "AGE030HELD 0-30 DAYS      ".
    03 FILLER    PIC X(26)  VALUE "AGE090HELD 31-90 DAYS     ".
    03 FILLER    PIC X(26)  VALUE "AGE365HELD 91-365 DAYS    ".
    03 FILLER    PIC X(26)  VALUE "AGEOVRHELD OVER ONE YEAR  ".
    03 FILLER    PIC X(26)  VALUE "DORMNTDORMANT (PRB359)    ".
    03 FILLER    PIC X(26)  VALUE "OPEN  OPENING BALANCE     ".
    03 FILLER    PIC X(26)  VALUE "NEWHLDNEW HOLDS           ".
    03 FILLER    PIC X(26)  VALUE "RELEASRELEASES            ".
    03 FILLER    PIC X(26)  VALUE "REVAL CPI REVALUATION     ".
    03 FILLER    PIC X(26)  VALUE "INTRSTINTEREST            ".
    03 FILLER    PIC X(26)  VALUE "OTHER OTHER MOVEMENT      ".
    03 FILLER    PIC X(26)  VALUE "CLOSE CLOSING BALANCE     ".
 01 L$_WS01_LINE_NAMES_RED REDEFINES L$_WS01_LINE_NAMES.
    03 L$_WS01_LINE_ENTRY OCCURS 12 TIMES.
       05 L$_WS01_LINE_CODE         PIC X(06).
       05 L$_WS01_LINE_TEXT         PIC X(20).

*   the figures per product type; the last slot is the all-types
*   total, filled alongside. Lines as L$_WS01_LINE_NAMES.
 01 L$_WS01_PT_TBL.
    03 L$_WS01_PT_CNT               PIC 9(02)       VALUE 0.
    03 L$_WS01_PT_ENTRY  OCCURS 51 TIMES
                         INDEXED BY L$_WS01_PT_IDX
                                    L$_WS01_PT_TOT.
       05 L$_WS01_PT_CODE           PIC X(10).
       05 L$_WS01_PT_LINE   OCCURS 12 TIMES.
          07 L$_WS01_PT_LINE_CNT    PIC 9(09)       COMP.
          07 L$_WS01_PT_LINE_AMT    PIC S9(15)V99   COMP.

 01 L$_WS01_LINE_IDX                PIC 9(02)       COMP.

*   XS-SPLIT-SIGN's interface - the return's amount convention.
 01 L$_WS01_SIGNED_AMT              PIC S9(15)V99.
 01 L$_WS01_SIGN_BYTE               PIC X(01).
 01 L$_WS01_UNSIGNED_AMT            PIC 9(13)V99.

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_CNT                         PIC Z(08)9.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2875_VAL"    FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"          FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box).
 COPY 'ICA_CDD_WKSP:ICA_PRB368_BAL_AGING_WKSP'        FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB368_BAL_AGING_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I875_MONTH_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_I875_MONTH_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_HOLD_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_HOLD_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REGULATOR_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_REGULATOR_NAME
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
*-----------------------------------------------------------------------
 004-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_REPORT_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 004-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-AGE-BY-ACCUM

    PERFORM E-WRITE-AGING

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB368_BAL_AGING.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_MH01_KEYS_TO_COMPARE
               L$_WS01_PT_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE MONTH_END_DATE       IN ICA_PRB368_BAL_AGING_INP
      TO L$_WS01_MONTH_END
         L$_WS01_HOLD_DATE        IN L$_O_HOLD_NAME
         L$_WS01_RGA_DATE         IN L$_O_REGULATOR_NAME
         L$_WS01_RPT_DATE         IN L$_O_REPORT_NAME

    MOVE PREV_MONTH_END_DATE  IN ICA_PRB368_BAL_AGING_INP
      TO L$_WS01_PREV_MONTH_END
         L$_WS01_PREV_HOLD_DATE   IN L$_PREV_HOLD_NAME

    MOVE AGE31_BEFORE_DATE    IN ICA_PRB368_BAL_AGING_INP
      TO L$_WS01_AGE31
    MOVE AGE91_BEFORE_DATE    IN ICA_PRB368_BAL_AGING_INP
      TO L$_WS01_AGE91
    MOVE AGE366_BEFORE_DATE   IN ICA_PRB368_BAL_AGING_INP
      TO L$_WS01_AGE366

    MOVE I875_MONTH_FILE_NAME IN ICA_PRB368_BAL_AGING_INP
      TO L$_I875_MONTH_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB368_BAL_AGING"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE MONTH_END_DATE	    IN ICA_PRB368_BAL_AGING_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

*#  slot 51 is the all-types total.
    SET L$_WS01_PT_TOT TO 51
    MOVE "ALL TYPES" TO L$_WS01_PT_CODE(L$_WS01_PT_TOT)

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Held-balance aging by product type - month end "
           L$_WS01_MONTH_END " (previous " L$_WS01_PREV_MONTH_END ")"
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-CHECK-MONTH-END-SNAPSHOT

    OPEN OUTPUT O_HOLD_FILE
    DISPLAY "Open Output File: " L$_O_HOLD_NAME
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-CHECK-MONTH-END-SNAPSHOT		SECTION.
*--------------------------------------------------------------------
*# aging off a month end that was never snapshotted would call
*# every hold released - refuse instead.
 BA-00.

    OPEN INPUT I_SNAPSHOT_FILE ALLOWING ALL

    IF L$_SNAP_OK
       MOVE L$_WS01_MONTH_END TO SNP_DATE
       MOVE LOW-VALUES        TO SNP_ACCUM_INTR_ID
       START I_SNAPSHOT_FILE KEY NOT < SNP_KEY
    END-IF

    IF L$_SNAP_OK
       READ I_SNAPSHOT_FILE NEXT
    END-IF

    IF L$_SNAP_OK
   AND SNP_DATE = L$_WS01_MONTH_END
       GO TO BA-EXIT
    END-IF

    DISPLAY "** No snapshot for month end " L$_WS01_MONTH_END
            " in " L$_SNAPSHOT_NAME " - run refused."
    MOVE "** RUN REFUSED - no snapshot for the month-end date."
      TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    CLOSE O_REPORT_FILE
    MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    SET SP$_EXIT_STATUS_FAILURE TO TRUE

    CALL 'UTL_TERM_PROG_FUNCTION'
    CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-AGE-BY-ACCUM				SECTION.
*--------------------------------------------------------------------
 C-00.

    SORT SORT_FILE
         ON ASCENDING
         KEY SA_ACCUM_INTR_ID
             SA_DATE
             SA_KIND
         WITH DUPLICATES IN ORDER
         INPUT  PROCEDURE CA-RELEASE-ACCUM-FACTS
         OUTPUT PROCEDURE CB-AGE-ONE-ACCUM

    CLOSE O_HOLD_FILE
          I_SNAPSHOT_FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-RELEASE-ACCUM-FACTS			SECTION.
*--------------------------------------------------------------------
 CA-00.

    PERFORM CC-RELEASE-CARRIED-HOLDS

    PERFORM CD-RELEASE-SNAPSHOT-DAYS

    PERFORM CE-RELEASE-DORMANT-FLAGS

    PERFORM CF-RELEASE-875-MOVEMENT
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-RELEASE-CARRIED-HOLDS		SECTION.
*--------------------------------------------------------------------
*# last month's hold file is the opening position and carries each
*# hold's start date; without it the whole store is walked.
 CC-00.

    OPEN INPUT I_PREV_HOLD_FILE

    IF NOT L$_PREV_HOLD_FOUND
       DISPLAY "No hold file for " L$_WS01_PREV_MONTH_END
               " - hold ages rebuilt from the whole snapshot store."
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "NO HOLD FILE FOR " L$_WS01_PREV_MONTH_END
              " - AGES REBUILT FROM THE WHOLE SNAPSHOT STORE; HOLDS "
              "OLDER THAN THE STORE COUNT FROM ITS FIRST DAY."
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CC-EXIT
    END-IF

    SET L$_SW01_CARRY_MODE_YES TO TRUE

    PERFORM UNTIL L$_SW01_EOF_PREV_YES
       READ I_PREV_HOLD_FILE
          AT END
             SET L$_SW01_EOF_PREV_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_PREV_NO
          ADD 1 TO L$_CT01_PREV_HOLD_REC
          MOVE HP_ACCUM_INTR_ID       TO SA_ACCUM_INTR_ID
          MOVE L$_WS01_PREV_MONTH_END TO SA_DATE
          MOVE "C"                    TO SA_KIND
          MOVE HP_BALANCE             TO SA_AMT
          MOVE HP_HOLD_START          TO SA_HOLD_START
          RELEASE AGING_SORT_REC
       END-IF
    END-PERFORM

    CLOSE I_PREV_HOLD_FILE
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-RELEASE-SNAPSHOT-DAYS		SECTION.
*--------------------------------------------------------------------
*# the month's snapshot days after last month's end - or every day
*# up to this month end when there is no carried position.
 CD-00.

    IF L$_SW01_CARRY_MODE_YES
       MOVE L$_WS01_PREV_MONTH_END TO SNP_DATE
       MOVE HIGH-VALUES            TO SNP_ACCUM_INTR_ID
       START I_SNAPSHOT_FILE KEY > SNP_KEY
    ELSE
       MOVE ZERO                   TO SNP_DATE
       MOVE LOW-VALUES             TO SNP_ACCUM_INTR_ID
       START I_SNAPSHOT_FILE KEY NOT < SNP_KEY
    END-IF

    IF NOT L$_SNAP_OK
       GO TO CD-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_SNAP_YES
       READ I_SNAPSHOT_FILE NEXT
          AT END
             SET L$_SW01_EOF_SNAP_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_SNAP_NO
          IF SNP_DATE > L$_WS01_MONTH_END
             SET L$_SW01_EOF_SNAP_YES TO TRUE
          ELSE
             ADD 1 TO L$_CT01_SNAP_REC
             IF L$_WS01_SNAP_FIRST_DATE = ZERO
                MOVE SNP_DATE TO L$_WS01_SNAP_FIRST_DATE
             END-IF
             MOVE SNP_ACCUM_INTR_ID   TO SA_ACCUM_INTR_ID
             MOVE SNP_DATE            TO SA_DATE
             MOVE "S"                 TO SA_KIND
             MOVE SNP_BALANCE         TO SA_AMT
             MOVE ZERO                TO SA_HOLD_START
             RELEASE AGING_SORT_REC
          END-IF
       END-IF
    END-PERFORM
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-RELEASE-DORMANT-FLAGS		SECTION.
*--------------------------------------------------------------------
*# flagged and not yet transferred - PRB359 decided the threshold.
 CE-00.

    OPEN INPUT I_DORMANT_FILE

    IF NOT L$_DORMANT_FOUND
       DISPLAY "No dormant register - no DORMANT bucket this month."
       GO TO CE-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_DORMANT_YES
       READ I_DORMANT_FILE
          AT END
             SET L$_SW01_EOF_DORMANT_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_DORMANT_NO
      AND DRM_STATUS = "F"
      AND DRM_FLAGGED_DATE NOT > L$_WS01_MONTH_END
          ADD 1 TO L$_CT01_DORMANT_REC
          MOVE DRM_ACCUM_INTR_ID      TO SA_ACCUM_INTR_ID
          MOVE ZERO                   TO SA_DATE
          MOVE "D"                    TO SA_KIND
          MOVE ZERO                   TO SA_AMT
          MOVE ZERO                   TO SA_HOLD_START
          RELEASE AGING_SORT_REC
       END-IF
    END-PERFORM

    CLOSE I_DORMANT_FILE
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-RELEASE-875-MOVEMENT		SECTION.
*--------------------------------------------------------------------
*# the month's CPI revaluation ("L") and interest ("I") rows, read
*# off the marker slices as TRB71Y reads them.
 CF-00.

    OPEN INPUT I875_MONTH_FILE
    DISPLAY "Open Input File: " L$_I875_MONTH_NAME

    PERFORM UNTIL L$_SW01_EOF_875_YES
       READ I875_MONTH_FILE
          AT END
             SET L$_SW01_EOF_875_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_875_NO
          ADD 1 TO L$_CT01_875_REC

          MOVE OLD_VALUE IN I875_MONTH_REC(1:1) TO L$_WS01_875_MARKER
          MOVE OLD_VALUE IN I875_MONTH_REC(2:9) TO L$_WS01_875_AMOUNT_X

          MOVE SPACES TO SA_KIND

          IF UPDATE_MEANING_CODE IN I875_MONTH_REC
             = V2875$CPI_LINKAGE_ADJ
         AND L$_WS01_875_MARKER = "L"
             MOVE "R" TO SA_KIND
          END-IF

          IF UPDATE_MEANING_CODE IN I875_MONTH_REC
             = V2875$INTEREST_ACCRUAL
         AND L$_WS01_875_MARKER = "I"
             MOVE "I" TO SA_KIND
          END-IF

          IF SA_KIND NOT = SPACES
             ADD 1 TO L$_CT01_875_USED
             MOVE ACCUM_INTR_ID IN I875_MONTH_REC
                                      TO SA_ACCUM_INTR_ID
             MOVE ZERO                TO SA_DATE
             MOVE L$_WS01_875_AMOUNT  TO SA_AMT
             MOVE ZERO                TO SA_HOLD_START
             RELEASE AGING_SORT_REC
          END-IF
       END-IF
    END-PERFORM

    CLOSE I875_MONTH_FILE
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-AGE-ONE-ACCUM			SECTION.
*--------------------------------------------------------------------
 CB-00.

    SET L$_SW01_FIRST_GROUP_YES TO TRUE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          MOVE SA_ACCUM_INTR_ID
            TO L$_MH01_CURR_ACCUM_INTR_ID_X

          IF L$_SW01_FIRST_GROUP_NO AND
             L$_MH01_CURR_ACCUM_INTR_ID NOT = L$_MH01_PREV_ACCUM_INTR_ID
             PERFORM DB-END-ACCUM
          END-IF

          IF L$_SW01_FIRST_GROUP_YES OR
             L$_MH01_CURR_ACCUM_INTR_ID NOT = L$_MH01_PREV_ACCUM_INTR_ID
             INITIALIZE L$_WS01_ACC_STATE
             SET L$_SW01_ACC_DORMANT_NO   TO TRUE
             SET L$_SW01_ACC_OPEN_HELD_NO TO TRUE
          END-IF

          PERFORM DA-APPLY-ONE-FACT

          MOVE L$_MH01_CURR_ACCUM_INTR_ID
            TO L$_MH01_PREV_ACCUM_INTR_ID

          SET L$_SW01_FIRST_GROUP_NO  TO TRUE
       END-IF
    END-PERFORM

    IF L$_SW01_FIRST_GROUP_NO
       PERFORM DB-END-ACCUM
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-APPLY-ONE-FACT			SECTION.
*--------------------------------------------------------------------
*# a zero balance ends the hold; the first non-zero day after it
*# starts a new one. A day the accumulator is missing from the
*# store changes nothing.
 DA-00.

    EVALUATE SA_KIND
        WHEN "C"
             MOVE SA_HOLD_START  TO L$_WS01_ACC_HOLD_START
             MOVE SA_DATE        TO L$_WS01_ACC_LAST_DATE
             MOVE SA_AMT         TO L$_WS01_ACC_LAST_BAL
             MOVE SA_AMT         TO L$_WS01_ACC_OPEN_BAL
             SET L$_SW01_ACC_OPEN_HELD_YES TO TRUE

        WHEN "S"
             IF SA_AMT = ZERO
                MOVE ZERO        TO L$_WS01_ACC_HOLD_START
             ELSE
                IF L$_WS01_ACC_HOLD_START = ZERO
                   MOVE SA_DATE  TO L$_WS01_ACC_HOLD_START
                END-IF
             END-IF
             MOVE SA_DATE        TO L$_WS01_ACC_LAST_DATE
             MOVE SA_AMT         TO L$_WS01_ACC_LAST_BAL
*#           no carried position: the previous month end's own
*#           snapshot is the opening.
             IF SA_DATE = L$_WS01_PREV_MONTH_END
            AND SA_AMT NOT = ZERO
                MOVE SA_AMT      TO L$_WS01_ACC_OPEN_BAL
                SET L$_SW01_ACC_OPEN_HELD_YES TO TRUE
             END-IF

        WHEN "D"
             SET L$_SW01_ACC_DORMANT_YES TO TRUE

        WHEN "R"
             ADD SA_AMT          TO L$_WS01_ACC_REVAL

        WHEN "I"
             ADD SA_AMT          TO L$_WS01_ACC_INTEREST
    END-EVALUATE
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-END-ACCUM				SECTION.
*--------------------------------------------------------------------
*# held at month end = on the month-end snapshot with a balance.
 DB-00.

    IF L$_WS01_ACC_LAST_DATE NOT = L$_WS01_MONTH_END
       MOVE ZERO TO L$_WS01_ACC_LAST_BAL
    END-IF

    IF L$_WS01_ACC_LAST_BAL = ZERO
   AND L$_SW01_ACC_OPEN_HELD_NO
   AND L$_WS01_ACC_REVAL    = ZERO
   AND L$_WS01_ACC_INTEREST = ZERO
       GO TO DB-EXIT
    END-IF

    ADD 1 TO L$_CT01_ACCUMS

    PERFORM DD-GET-PROD-TYPE

    PERFORM DE-FIND-PROD-SLOT

*#  movement lines: 6 opening, 7 new holds, 8 releases, 9 CPI
*#  revaluation, 10 interest, 12 closing (11 is derived at print).
    IF L$_SW01_ACC_OPEN_HELD_YES
       MOVE 6 TO L$_WS01_LINE_IDX
       MOVE L$_WS01_ACC_OPEN_BAL TO L$_WS01_SIGNED_AMT
       PERFORM DF-ADD-TO-LINE
    END-IF

    IF L$_WS01_ACC_LAST_BAL NOT = ZERO
   AND L$_SW01_ACC_OPEN_HELD_NO
       MOVE 7 TO L$_WS01_LINE_IDX
       MOVE L$_WS01_ACC_LAST_BAL TO L$_WS01_SIGNED_AMT
       PERFORM DF-ADD-TO-LINE
    END-IF

    IF L$_WS01_ACC_LAST_BAL = ZERO
   AND L$_SW01_ACC_OPEN_HELD_YES
       MOVE 8 TO L$_WS01_LINE_IDX
       MOVE L$_WS01_ACC_OPEN_BAL TO L$_WS01_SIGNED_AMT
       PERFORM DF-ADD-TO-LINE
    END-IF

    IF L$_WS01_ACC_REVAL NOT = ZERO
       MOVE 9 TO L$_WS01_LINE_IDX
       MOVE L$_WS01_ACC_REVAL TO L$_WS01_SIGNED_AMT
       PERFORM DF-ADD-TO-LINE
    END-IF

    IF L$_WS01_ACC_INTEREST NOT = ZERO
       MOVE 10 TO L$_WS01_LINE_IDX
       MOVE L$_WS01_ACC_INTEREST TO L$_WS01_SIGNED_AMT
       PERFORM DF-ADD-TO-LINE
    END-IF

    IF L$_WS01_ACC_LAST_BAL = ZERO
       GO TO DB-EXIT
    END-IF

    ADD 1 TO L$_CT01_HELD

    MOVE 12 TO L$_WS01_LINE_IDX
    MOVE L$_WS01_ACC_LAST_BAL TO L$_WS01_SIGNED_AMT
    PERFORM DF-ADD-TO-LINE

    EVALUATE TRUE
        WHEN L$_SW01_ACC_DORMANT_YES
             MOVE 5 TO L$_WS01_ACC_BUCKET
        WHEN L$_WS01_ACC_HOLD_START < L$_WS01_AGE366
             MOVE 4 TO L$_WS01_ACC_BUCKET
        WHEN L$_WS01_ACC_HOLD_START < L$_WS01_AGE91
             MOVE 3 TO L$_WS01_ACC_BUCKET
        WHEN L$_WS01_ACC_HOLD_START < L$_WS01_AGE31
             MOVE 2 TO L$_WS01_ACC_BUCKET
        WHEN OTHER
             MOVE 1 TO L$_WS01_ACC_BUCKET
    END-EVALUATE

    MOVE L$_WS01_ACC_BUCKET TO L$_WS01_LINE_IDX
    MOVE L$_WS01_ACC_LAST_BAL TO L$_WS01_SIGNED_AMT
    PERFORM DF-ADD-TO-LINE

*#  next month's opening position.
    MOVE L$_MH01_PREV_ACCUM_INTR_ID_X TO HF_ACCUM_INTR_ID
    MOVE L$_WS01_ACC_HOLD_START       TO HF_HOLD_START
    MOVE L$_WS01_ACC_LAST_BAL         TO HF_BALANCE
    MOVE L$_WS01_PROD_TYPE            TO HF_PROD_TYPE
    MOVE L$_WS01_ACC_BUCKET           TO HF_BUCKET
    WRITE O_HOLD_REC
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-GET-PROD-TYPE			SECTION.
*--------------------------------------------------------------------
*# a released accumulator may be gone from 755 - its figures still
*# count, under UNKNOWN.
 DD-00.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE L$_MH01_PREV_ACCUM_INTR_ID_X
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW = SP$_MSG_NORMAL
       MOVE PROD_TYPE_CODE IN ICD_PRT_755_BAL_CHK_PRW
         TO L$_WS01_PROD_TYPE
    ELSE
       MOVE "UNKNOWN"  TO L$_WS01_PROD_TYPE
       ADD 1           TO L$_CT01_NO_PROD_TYPE
    END-IF
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-FIND-PROD-SLOT			SECTION.
*--------------------------------------------------------------------
 DE-00.

    PERFORM VARYING L$_WS01_PT_IDX FROM 1 BY 1
               UNTIL L$_WS01_PT_IDX > L$_WS01_PT_CNT
       IF L$_WS01_PT_CODE(L$_WS01_PT_IDX) = L$_WS01_PROD_TYPE
          GO TO DE-EXIT
       END-IF
    END-PERFORM

    IF L$_WS01_PT_CNT NOT < 50
       DISPLAY "** More than 50 product types - run refused."
       MOVE "** RUN REFUSED - more than 50 product types."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       CLOSE O_REPORT_FILE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    ADD 1 TO L$_WS01_PT_CNT
    SET L$_WS01_PT_IDX TO L$_WS01_PT_CNT
    MOVE L$_WS01_PROD_TYPE TO L$_WS01_PT_CODE(L$_WS01_PT_IDX)
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 DF-ADD-TO-LINE				SECTION.
*--------------------------------------------------------------------
*# one accumulator onto one line - its product type and the total.
 DF-00.

    ADD 1                  TO L$_WS01_PT_LINE_CNT(L$_WS01_PT_IDX,
                                                  L$_WS01_LINE_IDX)
    ADD L$_WS01_SIGNED_AMT TO L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX,
                                                  L$_WS01_LINE_IDX)
    ADD 1                  TO L$_WS01_PT_LINE_CNT(L$_WS01_PT_TOT,
                                                  L$_WS01_LINE_IDX)
    ADD L$_WS01_SIGNED_AMT TO L$_WS01_PT_LINE_AMT(L$_WS01_PT_TOT,
                                                  L$_WS01_LINE_IDX)
    .
 DF-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-WRITE-AGING				SECTION.
*--------------------------------------------------------------------
*# each product type, then the all-types total, to the report and
*# to the regulator's file.
 E-00.

    OPEN OUTPUT O_REGULATOR_FILE
    DISPLAY "Open Output File: " L$_O_REGULATOR_NAME

    MOVE SPACES                 TO O_REG_HEADER_REC
    MOVE "H"                    TO RH_REC_TYPE
    MOVE L$_WS01_MONTH_END      TO RH_MONTH_END
    MOVE L$_WS01_PREV_MONTH_END TO RH_PREV_MONTH_END
    WRITE O_REG_HEADER_REC

    PERFORM VARYING L$_WS01_PT_IDX FROM 1 BY 1
               UNTIL L$_WS01_PT_IDX > L$_WS01_PT_CNT
       PERFORM EA-WRITE-ONE-TYPE
    END-PERFORM

    SET L$_WS01_PT_IDX TO L$_WS01_PT_TOT
    PERFORM EA-WRITE-ONE-TYPE

    MOVE SPACES                 TO O_REG_TRAILER_REC
    MOVE "T"                    TO RT_REC_TYPE
    MOVE L$_CT01_REG_DETAILS    TO RT_DETAIL_CNT
    MOVE L$_WS01_PT_LINE_AMT(L$_WS01_PT_TOT, 12)
      TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE      TO RT_CLOSE_SIGN
    MOVE L$_WS01_UNSIGNED_AMT   TO RT_CLOSE_AMT
    WRITE O_REG_TRAILER_REC

    CLOSE O_REGULATOR_FILE
    DISPLAY "Close Output File: " L$_O_REGULATOR_NAME
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-WRITE-ONE-TYPE			SECTION.
*--------------------------------------------------------------------
*# other movement (line 11) is what the named lines do not explain:
*# closing - opening - new holds + releases - revaluation - interest
*# - deposits and debits on continuing holds.
 EA-00.

    COMPUTE L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 11) =
            L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 12)
          - L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 6)
          - L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 7)
          + L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 8)
          - L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 9)
          - L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, 10)

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    STRING "PRODUCT TYPE: " L$_WS01_PT_CODE(L$_WS01_PT_IDX)
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_LINE_IDX FROM 1 BY 1
               UNTIL L$_WS01_LINE_IDX > 12
       MOVE L$_WS01_PT_LINE_CNT(L$_WS01_PT_IDX, L$_WS01_LINE_IDX)
         TO LD$_CNT
       MOVE L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, L$_WS01_LINE_IDX)
         TO LD$_AMT
       MOVE SPACES TO MSG IN O_REPORT_REC
       IF L$_WS01_LINE_IDX > 8
      AND L$_WS01_LINE_IDX < 12
          STRING "   " L$_WS01_LINE_TEXT(L$_WS01_LINE_IDX)
                 "                 AMOUNT: " LD$_AMT
            DELIMITED BY SIZE
            INTO MSG IN O_REPORT_REC
       ELSE
          STRING "   " L$_WS01_LINE_TEXT(L$_WS01_LINE_IDX)
                 " COUNT: " LD$_CNT " AMOUNT: " LD$_AMT
            DELIMITED BY SIZE
            INTO MSG IN O_REPORT_REC
       END-IF
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES                  TO O_REG_DETAIL_REC
       MOVE "D"                     TO RD_REC_TYPE
       MOVE L$_WS01_PT_CODE(L$_WS01_PT_IDX)
                                    TO RD_PROD_TYPE
       MOVE L$_WS01_LINE_CODE(L$_WS01_LINE_IDX)
                                    TO RD_LINE_CODE
       MOVE L$_WS01_PT_LINE_CNT(L$_WS01_PT_IDX, L$_WS01_LINE_IDX)
                                    TO RD_COUNT
       MOVE L$_WS01_PT_LINE_AMT(L$_WS01_PT_IDX, L$_WS01_LINE_IDX)
                                    TO L$_WS01_SIGNED_AMT
       PERFORM XS-SPLIT-SIGN
       MOVE L$_WS01_SIGN_BYTE       TO RD_AMT_SIGN
       MOVE L$_WS01_UNSIGNED_AMT    TO RD_AMT
       WRITE O_REG_DETAIL_REC
       ADD 1 TO L$_CT01_REG_DETAILS
    END-PERFORM
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 XS-SPLIT-SIGN				SECTION.
*--------------------------------------------------------------------
 XS-00.

    IF L$_WS01_SIGNED_AMT < ZERO
       MOVE "-" TO L$_WS01_SIGN_BYTE
       COMPUTE L$_WS01_UNSIGNED_AMT = ZERO - L$_WS01_SIGNED_AMT
    ELSE
       MOVE "+" TO L$_WS01_SIGN_BYTE
       MOVE L$_WS01_SIGNED_AMT TO L$_WS01_UNSIGNED_AMT
    END-IF
    .
 XS-EXIT.    EXIT.
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

    IF L$_SW01_CARRY_MODE_NO
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "Hold ages counted from the snapshot store's first "
              "day read: " L$_WS01_SNAP_FIRST_DATE
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Snapshot records read:" DELIMITED BY SIZE
           L$_CT01_SNAP_REC         DELIMITED BY SIZE
           "  carried holds read:"  DELIMITED BY SIZE
           L$_CT01_PREV_HOLD_REC    DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "875 rows read:"         DELIMITED BY SIZE
           L$_CT01_875_REC          DELIMITED BY SIZE
           "  revaluation/interest rows used:" DELIMITED BY SIZE
           L$_CT01_875_USED         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Accumulators aged:"     DELIMITED BY SIZE
           L$_CT01_ACCUMS           DELIMITED BY SIZE
           "  held at month end:"   DELIMITED BY SIZE
           L$_CT01_HELD             DELIMITED BY SIZE
           "  dormant flags read:"  DELIMITED BY SIZE
           L$_CT01_DORMANT_REC      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_CT01_NO_PROD_TYPE > ZERO
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "** Accumulators not on 755 - counted under UNKNOWN:"
              L$_CT01_NO_PROD_TYPE
         DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_NAME

    DISPLAY "Snapshot records read:", L$_CT01_SNAP_REC
    DISPLAY "Accumulators aged:", L$_CT01_ACCUMS
    DISPLAY "Held at month end:", L$_CT01_HELD
    DISPLAY "Regulator detail records:", L$_CT01_REG_DETAILS

    SET SP$_EXIT_STATUS_SUCCESS TO TRUE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB368_BAL_AGING"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE MONTH_END_DATE	    IN ICA_PRB368_BAL_AGING_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SNAP_REC
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_HELD
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE ZERO
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB368_BAL_AGING.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
