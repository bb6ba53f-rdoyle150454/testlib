*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72V_BANK_SCORECARD.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*               Monthly bank performance scorecard                 *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  We pay Bank Leumi and Discount Bank per record sent but had no  *
*  measure of the service we get back.  This monthly job puts one  *
*  scorecard per bank interface side by side, built only from what *
*  the bank jobs already keep:                                      *
*                                                                   *
*    FILES SENT     - the lifecycle store (ICA_TRF716_LIFECYCLE):  *
*                     files whose authoritative record is "T"      *
*                     transmitted, with a transmission time inside *
*                     the month; the bank is the interface that    *
*                     built the file (LC_SOURCE_PROG);              *
*    ACKNOWLEDGMENT - ICA_TRB713_RECON_BENLEUMI's ack-performance  *
*                     file (Change #2167): transmission-to-        *
*                     reconciliation turnaround in hours against   *
*                     the agreed deadline, files acknowledged late *
*                     and files with no acknowledgment at all;     *
*    REJECTIONS     - the same file's per-reason rejection counts  *
*                     against the lines the bank answered;          *
*    FEES           - ICA_TRB72C_FEE_RECON's fee history (Change   *
*                     #2168): what the bank billed against what    *
*                     we priced from our own record, by bill date. *
*                                                                   *
*  Discount Bank acknowledgments are not reconciled by any job, so *
*  that interface's scorecard carries no acknowledgment measures.  *
*                                                                   *
*  Each bank's month is compared with its previous month on file   *
*  in the scorecard history (one record per bank per month, a      *
*  rerun replaces its own month through the house .TMP and RENAME  *
*  swap).  The agreed thresholds are kept as data, one line per    *
*  bank; every breach is flagged on the report and written to the  *
*  vendor-review file.  A bank with no agreed thresholds is        *
*  reported but not judged.                                         *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       REPORT_MONTH        I    month being scored, CCYYMM - names *
*                                 the report and the vendor-review  *
*                                 file.                              *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_LIFECYCLE_FILE         I   bank-file lifecycle.           *
*       I_ACKPERF_FILE           I   TRB713 ack performance.        *
*       I_FEE_HIST_FILE          I   TRB72C fee history.            *
*       I_THRESHOLD_FILE         I   agreed thresholds per bank.    *
*       I_SCORE_HIST_FILE        I   scorecard history.             *
*       O_SCORE_NEW_FILE         O   rewritten scorecard history.   *
*       O_VENDOR_FILE            O   breaches for vendor review.    *
*       O_REPORT_FILE            O   bank scorecard report.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72V_BANK_SCORECARD.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

    SELECT I_LIFECYCLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   TRB713's ack-performance file - missing = no acknowledgment
*   measures this month, own status.
    SELECT I_ACKPERF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ACKPERF_STATUS.

*   TRB72C's fee history - missing = no fee measures, own status.
    SELECT I_FEE_HIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_FEE_HIST_STATUS.

*   Agreed thresholds - missing = nothing judged, own status.
    SELECT I_THRESHOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_THRESHOLD_STATUS.

*   Scorecard history - a missing file is the first month ever
*   scored.
    SELECT I_SCORE_HIST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_SCORE_HIST_STATUS.

*   Rewritten scorecard history, RENAMEd over the old one.
    SELECT O_SCORE_NEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Breaches for the vendor review.
    SELECT O_VENDOR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Bank scorecard report.
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
*   Same hand-kept record convention ICA_TRF716_LIFECYCLE writes.
 FD I_LIFECYCLE_FILE
    VALUE OF ID IS L$_LIFECYCLE_NAME.
 01 I_LIFECYCLE_REC.
    03 LC_FILE_NAME		PIC X(34).
    03 LC_PHASE_NUM		PIC 9(04).
    03 LC_SOURCE_PROG		PIC X(26).
    03 LC_STATUS		PIC X(01).
       88 LC_STATUS_TRANSMITTED		VALUE "T".
       88 LC_STATUS_SUPERSEDED		VALUE "X".
    03 LC_DEB_AMT		PIC S9(15)V99 COMP.
    03 LC_CRD_AMT		PIC S9(15)V99 COMP.
    03 LC_DEB_CNT		PIC 9(07).
    03 LC_CRD_CNT		PIC 9(07).
    03 LC_CREATED_TMSP		PIC S9(11)V9(07) COMP.
    03 LC_APPROVED_BY		PIC X(12).
    03 LC_APPROVED_TMSP		PIC S9(11)V9(07) COMP.
    03 LC_TRANSMIT_TMSP		PIC S9(11)V9(07) COMP.
    03 LC_SEAL_REC_CNT		PIC 9(09).
    03 LC_SEAL_AMT		PIC S9(15)V99 COMP.
    03 LC_FORMAT_VER		PIC 9(02).

*   Same hand-kept record convention ICA_TRB713_RECON_BENLEUMI's
*   Change #2167 writes: an "S" record per run, then its "R" reason
*   records.
 FD I_ACKPERF_FILE
    VALUE OF ID IS L$_ACKPERF_NAME.
 01 I_ACKPERF_REC.
    03 AKP_REC_TYPE                PIC X(01).
       88 AKP_REC_TYPE_SUMMARY		    VALUE "S".
       88 AKP_REC_TYPE_REASON		    VALUE "R".
    03 AKP_FILE_NAME               PIC X(34).
    03 AKP_PHASE_NUM               PIC 9(04).
    03 AKP_PHASE_DATE              PIC 9(08).
    03 AKP_RECEIVED_TMSP           PIC S9(11)V9(07) COMP.
    03 AKP_MATCHED                 PIC 9(09).
    03 AKP_MISSING_ACK             PIC 9(09).
    03 AKP_EXTRA_ACK               PIC 9(09).
    03 AKP_AMOUNT_MISMATCH         PIC 9(09).
    03 AKP_REJECTED                PIC 9(09).
 01 I_ACKPERF_REASON_REC.
    03 AKR_REC_TYPE                PIC X(01).
    03 AKR_FILE_NAME               PIC X(34).
    03 AKR_REASON_CODE             PIC X(06).
    03 AKR_REASON_CNT              PIC 9(09).
    03 FILLER                      PIC X(50).

*   Same hand-kept record convention ICA_TRB72C_FEE_RECON's Change
*   #2168 writes.
 FD I_FEE_HIST_FILE
    VALUE OF ID IS L$_FEE_HIST_NAME.
 01 I_FEE_HIST_REC.
    03 FH_RUN_DATE                  PIC 9(08).
    03 FH_BILL_DATE                 PIC 9(08).
    03 FH_FILE_NAME                 PIC X(34).
    03 FH_SOURCE_PROG               PIC X(26).
    03 FH_RESULT                    PIC X(01).
       88 FH_RESULT_CLEAN			    VALUE "C".
       88 FH_RESULT_DISAGREE			    VALUE "D".
       88 FH_RESULT_UNKNOWN			    VALUE "U".
    03 FH_BILLED_COUNT              PIC 9(09).
    03 FH_OUR_COUNT                 PIC 9(09).
    03 FH_BILLED_AMT                PIC S9(11)V99.
    03 FH_OUR_PRICE                 PIC S9(11)V99.

*   One line per bank, maintained as data:
*     THR_ACK_DEADLINE_HRS  - hours from transmission to a
*                             reconciled acknowledgment;
*     THR_MAX_LATE_PCT      - files acknowledged late, % of files
*                             acknowledged;
*     THR_MAX_NO_ACK        - files never acknowledged;
*     THR_MAX_REJECT_PCT    - lines rejected, % of lines answered;
*     THR_MAX_OVERBILL_PCT  - billed over our price, % of our price.
 FD I_THRESHOLD_FILE
    VALUE OF ID IS L$_THRESHOLD_NAME.
 01 I_THRESHOLD_REC.
    03 THR_BANK_CODE                PIC X(02).
    03 THR_ACK_DEADLINE_HRS         PIC 9(03).
    03 THR_MAX_LATE_PCT             PIC 9(03)V99.
    03 THR_MAX_NO_ACK               PIC 9(05).
    03 THR_MAX_REJECT_PCT           PIC 9(03)V99.
    03 THR_MAX_OVERBILL_PCT         PIC 9(03)V99.

*   One record per bank per month scored.
 FD I_SCORE_HIST_FILE
    VALUE OF ID IS L$_SCORE_HIST_NAME.
 01 I_SCORE_HIST_REC.
    03 SH_REPORT_MONTH              PIC 9(06).
    03 SH_BANK_CODE                 PIC X(02).
    03 SH_DATA.
       05 SH_FILES_SENT             PIC 9(07).
       05 SH_RECORDS_SENT           PIC 9(09).
       05 SH_FILES_ACKED            PIC 9(07).
       05 SH_AVG_HOURS              PIC 9(05)V9.
       05 SH_FILES_LATE             PIC 9(07).
       05 SH_FILES_NO_ACK           PIC 9(07).
       05 SH_LINES_ANSWERED         PIC 9(09).
       05 SH_LINES_REJECTED         PIC 9(09).
       05 SH_BILLED_AMT             PIC S9(11)V99.
       05 SH_RECON_AMT              PIC S9(11)V99.
       05 SH_BREACHES               PIC 9(02).

 FD O_SCORE_NEW_FILE
    VALUE OF ID IS L$_SCORE_NEW_NAME.
 01 O_SCORE_NEW_REC.
    03 SN_REPORT_MONTH              PIC 9(06).
    03 SN_BANK_CODE                 PIC X(02).
    03 SN_DATA                      PIC X(89).

*   One record per threshold breached.
 FD O_VENDOR_FILE
    VALUE OF ID IS L$_O_VENDOR_NAME.
 01 O_VENDOR_REC.
    03 VR_REPORT_MONTH              PIC 9(06).
    03 VR_BANK_CODE                 PIC X(02).
    03 VR_BANK_NAME                 PIC X(20).
    03 VR_MEASURE                   PIC X(30).
    03 VR_ACTUAL                    PIC 9(07)V99.
    03 VR_LIMIT                     PIC 9(07)V99.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_LIFECYCLE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_BANK_FILE_LIFECYCLE.DAT".

 01 L$_ACKPERF_NAME                 PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB713_ACKPERF.DAT".

 01 L$_ACKPERF_STATUS               PIC X(02).
    88 L$_ACKPERF_FOUND			    VALUE "00".

 01 L$_FEE_HIST_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72C_FEE_HIST.DAT".

 01 L$_FEE_HIST_STATUS              PIC X(02).
    88 L$_FEE_HIST_FOUND		    VALUE "00".

 01 L$_THRESHOLD_NAME               PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_TRB72V_THRESHOLDS.DAT".

 01 L$_THRESHOLD_STATUS             PIC X(02).
    88 L$_THRESHOLD_FOUND		    VALUE "00".

 01 L$_SCORE_HIST_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72V_SCORE_HIST.DAT".

 01 L$_SCORE_NEW_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72V_SCORE_HIST.TMP".

 01 L$_SCORE_HIST_STATUS            PIC X(02).
    88 L$_SCORE_HIST_FOUND		    VALUE "00".

 01 L$_O_VENDOR_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72V_VND_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_VENDOR_MONTH	    PIC 9(06).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72V_SCR_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_MONTH	    PIC 9(06).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_RPT_MONTH               PIC 9(06).

*   the month before - a file built on the last day of it may be
*   transmitted inside the reported month.
 01 L$_WS01_PREV_MONTH              PIC 9(06).
 01 L$_WS01_PREV_MONTH_RED REDEFINES L$_WS01_PREV_MONTH.
    03 L$_WS01_PM_YYYY              PIC 9(04).
    03 L$_WS01_PM_MM                PIC 9(02).

 01 L$_WS01_TRANSMIT_YMD            PIC 9(08).
 01 L$_WS01_HOURS                   PIC 9(05)V9.
 01 L$_WS01_PCT                     PIC 9(05)V99.
 01 L$_WS01_LIMIT                   PIC 9(07)V99.
 01 L$_WS01_OVERBILL                PIC S9(11)V99.
 01 L$_WS01_MEASURE                 PIC X(30).
 01 L$_WS01_SUB                     PIC 9(01).
 01 L$_WS01_ACKPERF_SEQ             PIC 9(09).
 01 L$_WS01_CUR_LC                  PIC 9(04).
 01 L$_WS01_CHANGE                  PIC S9(09).
 01 L$_WS01_FIND_NAME               PIC X(34).

*   one hour as a binary delta, computed once.
 01 L$_TIME_STRING                  PIC X(16).
 01 L$_WS01_ONE_HOUR_DELTA          PIC S9(11)V9(07) COMP.

*   the bank interfaces scored: code, name, the program that builds
*   their files, and whether their acknowledgments are reconciled.
 01 L$_WS01_BANK_CONST.
    03 FILLER    PIC X(02)  VALUE "LE".
    03 FILLER    PIC X(20)  VALUE "BANK LEUMI          ".
    03 FILLER    PIC X(26)  VALUE "ICA_TRB711_EDIT_BENLEUMI  ".
    03 FILLER    PIC X(01)  VALUE "Y".
    03 FILLER    PIC X(02)  VALUE "DS".
    03 FILLER    PIC X(20)  VALUE "DISCOUNT BANK       ".
    03 FILLER    PIC X(26)  VALUE "ICA_TRB712_EDIT_DISCONT   ".
    03 FILLER    PIC X(01)  VALUE "N".
 01 L$_WS01_BANK_CONST_RED REDEFINES L$_WS01_BANK_CONST.
    03 L$_WS01_BANK_CONST_ENTRY  OCCURS 2 TIMES PIC X(49).

*   per bank: identity (from the constant above), agreed
*   thresholds, this month's measures, the previous month on file,
*   and the month's rejection reasons.
 01 L$_WS02_BANK_TBL.
    03 L$_WS02_BANK_ENTRY  OCCURS 2 TIMES
                           INDEXED BY L$_WS02_BNK_IDX.
       05 L$_WS02_BNK_ID.
          07 L$_WS02_BNK_CODE       PIC X(02).
          07 L$_WS02_BNK_NAME       PIC X(20).
          07 L$_WS02_BNK_SOURCE     PIC X(26).
          07 L$_WS02_BNK_ACKS       PIC X(01).
             88 L$_WS02_BNK_ACKS_YES		    VALUE "Y".
       05 L$_WS02_THR_FOUND         PIC 9(01).
          88 L$_WS02_THR_FOUND_NO		    VALUE 0.
          88 L$_WS02_THR_FOUND_YES		    VALUE 1.
       05 L$_WS02_THR_DEADLINE      PIC 9(03).
       05 L$_WS02_THR_LATE_PCT      PIC 9(03)V99.
       05 L$_WS02_THR_NO_ACK        PIC 9(05).
       05 L$_WS02_THR_REJECT_PCT    PIC 9(03)V99.
       05 L$_WS02_THR_OVERBILL_PCT  PIC 9(03)V99.
       05 L$_WS02_CUR.
          07 L$_WS02_FILES_SENT     PIC 9(07).
          07 L$_WS02_RECORDS_SENT   PIC 9(09).
          07 L$_WS02_FILES_ACKED    PIC 9(07).
          07 L$_WS02_AVG_HOURS      PIC 9(05)V9.
          07 L$_WS02_FILES_LATE     PIC 9(07).
          07 L$_WS02_FILES_NO_ACK   PIC 9(07).
          07 L$_WS02_LINES_ANSWERED PIC 9(09).
          07 L$_WS02_LINES_REJECTED PIC 9(09).
          07 L$_WS02_BILLED_AMT     PIC S9(11)V99.
          07 L$_WS02_RECON_AMT      PIC S9(11)V99.
          07 L$_WS02_BREACHES       PIC 9(02).
       05 L$_WS02_TOTAL_HOURS       PIC 9(09)V9.
       05 L$_WS02_MAX_HOURS         PIC 9(05)V9.
       05 L$_WS02_LINES_UNACKED     PIC 9(09).
       05 L$_WS02_FEE_LINES         PIC 9(07).
       05 L$_WS02_FEE_DISAGREE      PIC 9(07).
       05 L$_WS02_PREV_MONTH        PIC 9(06).
       05 L$_WS02_PREV              PIC X(89).
       05 L$_WS02_PREV_RED REDEFINES L$_WS02_PREV.
          07 L$_WS02_P_FILES_SENT     PIC 9(07).
          07 L$_WS02_P_RECORDS_SENT   PIC 9(09).
          07 L$_WS02_P_FILES_ACKED    PIC 9(07).
          07 L$_WS02_P_AVG_HOURS      PIC 9(05)V9.
          07 L$_WS02_P_FILES_LATE     PIC 9(07).
          07 L$_WS02_P_FILES_NO_ACK   PIC 9(07).
          07 L$_WS02_P_LINES_ANSWERED PIC 9(09).
          07 L$_WS02_P_LINES_REJECTED PIC 9(09).
          07 L$_WS02_P_BILLED_AMT     PIC S9(11)V99.
          07 L$_WS02_P_RECON_AMT      PIC S9(11)V99.
          07 L$_WS02_P_BREACHES       PIC 9(02).
       05 L$_WS02_RSN_CNT           PIC 9(02).
       05 L$_WS02_RSN_ENTRY  OCCURS 30 TIMES
                             INDEXED BY L$_WS02_RSN_IDX.
          07 L$_WS02_RSN_CODE       PIC X(06).
          07 L$_WS02_RSN_REJECTS    PIC 9(09).

 01 L$_WS02_RSN_FOUND               PIC 9(02).

*   the lifecycle view: the authoritative (last) record of every
*   file built in the reported month or the month before, and what
*   its LAST reconciled acknowledgment said.
 01 L$_WS03_LC_TBL.
    03 L$_WS03_LC_CNT               PIC 9(04)       VALUE 0.
    03 L$_WS03_LC_FOUND             PIC 9(04)       VALUE 0.
    03 L$_WS03_LC_ENTRY  OCCURS 1000 TIMES
                         INDEXED BY L$_WS03_LC_IDX.
       05 L$_WS03_LC_FILE_NAME      PIC X(34).
       05 L$_WS03_LC_SOURCE_PROG    PIC X(26).
       05 L$_WS03_LC_STATUS         PIC X(01).
       05 L$_WS03_LC_TRANSMIT_TMSP  PIC S9(11)V9(07) COMP.
       05 L$_WS03_LC_SEAL_REC_CNT   PIC 9(09).
       05 L$_WS03_LC_BANK           PIC 9(01).
       05 L$_WS03_LC_IN_MONTH       PIC 9(01).
          88 L$_WS03_LC_IN_MONTH_NO		    VALUE 0.
          88 L$_WS03_LC_IN_MONTH_YES		    VALUE 1.
       05 L$_WS03_LC_ACK_SEQ        PIC 9(09).
       05 L$_WS03_LC_RECEIVED_TMSP  PIC S9(11)V9(07) COMP.
       05 L$_WS03_LC_MATCHED        PIC 9(09).
       05 L$_WS03_LC_MISSING_ACK    PIC 9(09).
       05 L$_WS03_LC_AMT_MISMATCH   PIC 9(09).
       05 L$_WS03_LC_REJECTED       PIC 9(09).

*   the month's fee lines, the last reconciliation of each file and
*   bill date.
 01 L$_WS04_FEE_TBL.
    03 L$_WS04_FEE_CNT              PIC 9(04)       VALUE 0.
    03 L$_WS04_FEE_FOUND            PIC 9(04)       VALUE 0.
    03 L$_WS04_FEE_ENTRY  OCCURS 1000 TIMES
                          INDEXED BY L$_WS04_FEE_IDX.
       05 L$_WS04_FEE_FILE_NAME     PIC X(34).
       05 L$_WS04_FEE_BILL_DATE     PIC 9(08).
       05 L$_WS04_FEE_SOURCE_PROG   PIC X(26).
       05 L$_WS04_FEE_RESULT        PIC X(01).
       05 L$_WS04_FEE_BILLED_AMT    PIC S9(11)V99.
       05 L$_WS04_FEE_OUR_PRICE     PIC S9(11)V99.

*   fees billed for files we have no transmission record of - no
*   interface to put them under.
 01 L$_WS04_UNKNOWN_LINES           PIC 9(07).
 01 L$_WS04_UNKNOWN_AMT             PIC S9(11)V99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_LC                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LC_NO			    VALUE 0.
       88 L$_SW01_EOF_LC_YES			    VALUE 1.
    03 L$_SW01_EOF_ACKPERF           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ACKPERF_NO		    VALUE 0.
       88 L$_SW01_EOF_ACKPERF_YES		    VALUE 1.
    03 L$_SW01_EOF_FEE               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_FEE_NO			    VALUE 0.
       88 L$_SW01_EOF_FEE_YES			    VALUE 1.
    03 L$_SW01_EOF_THR               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_THR_NO			    VALUE 0.
       88 L$_SW01_EOF_THR_YES			    VALUE 1.
    03 L$_SW01_EOF_HIST              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_HIST_NO			    VALUE 0.
       88 L$_SW01_EOF_HIST_YES			    VALUE 1.
    03 L$_SW01_ACKPERF               PIC 9(01)       VALUE 0.
       88 L$_SW01_ACKPERF_NO			    VALUE 0.
       88 L$_SW01_ACKPERF_YES			    VALUE 1.
    03 L$_SW01_FEES                  PIC 9(01)       VALUE 0.
       88 L$_SW01_FEES_NO			    VALUE 0.
       88 L$_SW01_FEES_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_LC_READ              PIC 9(09).
    03 L$_CT01_ACKPERF_READ         PIC 9(09).
    03 L$_CT01_FEE_READ             PIC 9(09).
    03 L$_CT01_BREACHES             PIC 9(05).

 01 LD$_AMT                         PIC -(10)9.99.
 01 LD$_AMT2                        PIC -(10)9.99.
 01 LD$_CNT                         PIC Z(08)9.
 01 LD$_CNT2                        PIC Z(08)9.
 01 LD$_CHG                         PIC -(08)9.
 01 LD$_HRS                         PIC Z(04)9.9.
 01 LD$_HRS2                        PIC Z(04)9.9.
 01 LD$_PCT                         PIC Z(04)9.99.
 01 LD$_PCT2                        PIC Z(04)9.99.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.
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

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     REPORT_MONTH - month being scored, CCYYMM.
 COPY 'ICA_CDD_WKSP:ICA_TRB72V_BANK_SCORECARD_WKSP'  FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72V_BANK_SCORECARD_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_LIFECYCLE_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_LIFECYCLE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_SCORE_NEW_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_SCORE_NEW_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_VENDOR_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_VENDOR_NAME
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
       DISPLAY "** Error handling in file: " L$_O_REPORT_FILE_NAME
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

    PERFORM C-LOAD-LIFECYCLE

    PERFORM D-LOAD-ACK-PERFORMANCE

    PERFORM E-LOAD-FEE-HISTORY

    PERFORM F-TALLY-BANKS

    PERFORM G-UPDATE-SCORE-HISTORY

    PERFORM H-REPORT-BANKS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72V_BANK_SCORECARD.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS02_BANK_TBL
               L$_WS03_LC_TBL
               L$_WS04_FEE_TBL

    MOVE ZERO TO L$_WS04_UNKNOWN_LINES
                 L$_WS04_UNKNOWN_AMT

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE REPORT_MONTH       IN ICA_TRB72V_BANK_SCORECARD_INP
      TO L$_WS01_RPT_MONTH
         L$_WS01_PREV_MONTH
         L$_WS01_VENDOR_MONTH  IN L$_O_VENDOR_NAME
         L$_WS01_REPORT_MONTH  IN L$_O_REPORT_FILE_NAME

*#  the same year-wrap PRB350's previous-month step does.
    IF L$_WS01_PM_MM = 01
       MOVE 12 TO L$_WS01_PM_MM
       SUBTRACT 1 FROM L$_WS01_PM_YYYY
    ELSE
       SUBTRACT 1 FROM L$_WS01_PM_MM
    END-IF

    PERFORM VARYING L$_WS01_SUB FROM 1 BY 1
               UNTIL L$_WS01_SUB > 2
       SET L$_WS02_BNK_IDX TO L$_WS01_SUB
       MOVE L$_WS01_BANK_CONST_ENTRY(L$_WS01_SUB)
         TO L$_WS02_BNK_ID(L$_WS02_BNK_IDX)
    END-PERFORM

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Bank performance scorecard - monthly report"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG  IN O_REPORT_REC
    STRING "REPORT MONTH: " L$_WS01_RPT_MONTH
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_VENDOR_FILE
    DISPLAY "Open Output File: " L$_O_VENDOR_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72V_BANK_SCORECARD"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RPT_MONTH
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-MAKE-HOUR-DELTA

    PERFORM BB-LOAD-THRESHOLDS
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-MAKE-HOUR-DELTA			SECTION.
*--------------------------------------------------------------------
*# one hour as a binary delta, computed once - same technique as
*# TRB71W's BB-MAKE-MINUTE-DELTA.
 BA-00.

    MOVE  "0000 01:00:00.00"
      TO  L$_TIME_STRING

    MOVE  L$_TIME_STRING
      TO  SP$_DELTA_TIME_C23            IN  UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING    UTL_CVT_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
	MOVE  SP$_SYSPRO_STATUS_AUXIL   IN UTL_CVT_DELTA_TIME_WKSP
	  TO  SP$_ACW_PROC_AUX_STATUS
        MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:BA-MAKE-HOUR  '
          TO  SP$_ACW_FREE_TEXT IN UTL_CONTROL_ACW(1:40)
        PERFORM  Z-FINISH
    END-IF

    MOVE  SP$_DELTA_TIME                IN  UTL_CVT_DELTA_TIME_WKSP
      TO  L$_WS01_ONE_HOUR_DELTA
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-LOAD-THRESHOLDS			SECTION.
*--------------------------------------------------------------------
*# one line per bank; a code matching no interface is reported and
*# ignored, a bank with no line is scored but not judged.
 BB-00.

    OPEN INPUT I_THRESHOLD_FILE

    IF NOT L$_THRESHOLD_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no agreed-threshold file " L$_THRESHOLD_NAME
              " - no bank is judged this month."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO BB-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_THRESHOLD_NAME

    PERFORM UNTIL L$_SW01_EOF_THR_YES
       READ I_THRESHOLD_FILE
          AT END
             SET L$_SW01_EOF_THR_YES TO TRUE
          NOT AT END
             PERFORM BBA-TAKE-ONE-THRESHOLD
       END-READ
    END-PERFORM

    CLOSE I_THRESHOLD_FILE
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BBA-TAKE-ONE-THRESHOLD			SECTION.
*--------------------------------------------------------------------
 BBA-00.

    SET L$_WS02_BNK_IDX TO 1
    SEARCH L$_WS02_BANK_ENTRY
       AT END
          MOVE SPACES  TO MSG IN O_REPORT_REC
          STRING "NOTE: threshold line for unknown bank code "
                 THR_BANK_CODE " ignored."
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       WHEN L$_WS02_BNK_CODE(L$_WS02_BNK_IDX) = THR_BANK_CODE
          SET L$_WS02_THR_FOUND_YES(L$_WS02_BNK_IDX) TO TRUE
          MOVE THR_ACK_DEADLINE_HRS
            TO L$_WS02_THR_DEADLINE(L$_WS02_BNK_IDX)
          MOVE THR_MAX_LATE_PCT
            TO L$_WS02_THR_LATE_PCT(L$_WS02_BNK_IDX)
          MOVE THR_MAX_NO_ACK
            TO L$_WS02_THR_NO_ACK(L$_WS02_BNK_IDX)
          MOVE THR_MAX_REJECT_PCT
            TO L$_WS02_THR_REJECT_PCT(L$_WS02_BNK_IDX)
          MOVE THR_MAX_OVERBILL_PCT
            TO L$_WS02_THR_OVERBILL_PCT(L$_WS02_BNK_IDX)
    END-SEARCH
    .
 BBA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LOAD-LIFECYCLE			SECTION.
*--------------------------------------------------------------------
*# the lifecycle is append-only and the LAST record for a file name
*# is the authoritative one (see ICA_TRF716_LIFECYCLE), so every
*# record of a file overwrites its entry. Only files built in the
*# reported month or the month before can have been transmitted in
*# it - the build date is in the file name, positions 8-15.
 C-00.

    OPEN INPUT I_LIFECYCLE_FILE
    DISPLAY "Open Input File: " L$_LIFECYCLE_NAME

    PERFORM UNTIL L$_SW01_EOF_LC_YES
       READ I_LIFECYCLE_FILE
          AT END
             SET L$_SW01_EOF_LC_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_LC_READ
             PERFORM CA-TAKE-ONE-LC-REC
       END-READ
    END-PERFORM

    CLOSE I_LIFECYCLE_FILE

    PERFORM VARYING L$_WS03_LC_IDX FROM 1 BY 1
               UNTIL L$_WS03_LC_IDX > L$_WS03_LC_CNT
       PERFORM CB-PLACE-ONE-FILE
    END-PERFORM

    DISPLAY "Lifecycle files of the two months: ", L$_WS03_LC_CNT
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-TAKE-ONE-LC-REC			SECTION.
*--------------------------------------------------------------------
 CA-00.

    IF LC_FILE_NAME(8:6) NOT NUMERIC
       GO TO CA-EXIT
    END-IF

    IF LC_FILE_NAME(8:6) NOT = L$_WS01_RPT_MONTH
   AND LC_FILE_NAME(8:6) NOT = L$_WS01_PREV_MONTH
       GO TO CA-EXIT
    END-IF

    MOVE LC_FILE_NAME  TO L$_WS01_FIND_NAME
    PERFORM XA-FIND-LC-ENTRY

    IF L$_WS03_LC_FOUND = ZERO
       IF L$_WS03_LC_CNT >= 1000
          DISPLAY "*** WARNING: more than 1000 files in two "
                  "months - extras not scored ***"
          GO TO CA-EXIT
       END-IF
       ADD 1 TO L$_WS03_LC_CNT
       MOVE L$_WS03_LC_CNT TO L$_WS03_LC_FOUND
       SET L$_WS03_LC_IDX TO L$_WS03_LC_FOUND
       MOVE LC_FILE_NAME
         TO L$_WS03_LC_FILE_NAME(L$_WS03_LC_IDX)
    END-IF

    SET L$_WS03_LC_IDX TO L$_WS03_LC_FOUND
    MOVE LC_SOURCE_PROG
      TO L$_WS03_LC_SOURCE_PROG(L$_WS03_LC_IDX)
    MOVE LC_STATUS
      TO L$_WS03_LC_STATUS(L$_WS03_LC_IDX)
    MOVE LC_TRANSMIT_TMSP
      TO L$_WS03_LC_TRANSMIT_TMSP(L$_WS03_LC_IDX)
    MOVE LC_SEAL_REC_CNT
      TO L$_WS03_LC_SEAL_REC_CNT(L$_WS03_LC_IDX)
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-PLACE-ONE-FILE			SECTION.
*--------------------------------------------------------------------
*# which interface built the file, and was it transmitted inside
*# the reported month - the transmission date off the binary
*# timestamp, the conversion PRB345's CAA-RELEASE-ONE-ROW makes.
 CB-00.

    MOVE 0 TO L$_WS03_LC_BANK(L$_WS03_LC_IDX)

    PERFORM VARYING L$_WS02_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS02_BNK_IDX > 2
       IF L$_WS02_BNK_SOURCE(L$_WS02_BNK_IDX) =
          L$_WS03_LC_SOURCE_PROG(L$_WS03_LC_IDX)
          SET L$_WS03_LC_BANK(L$_WS03_LC_IDX) TO L$_WS02_BNK_IDX
       END-IF
    END-PERFORM

    IF L$_WS03_LC_STATUS(L$_WS03_LC_IDX) NOT = "T"
       GO TO CB-EXIT
    END-IF

    MOVE L$_WS03_LC_TRANSMIT_TMSP(L$_WS03_LC_IDX)
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO CB-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_TRANSMIT_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_TRANSMIT_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_TRANSMIT_YMD(1:4)

    IF L$_WS01_TRANSMIT_YMD(1:6) = L$_WS01_RPT_MONTH
       SET L$_WS03_LC_IN_MONTH_YES(L$_WS03_LC_IDX) TO TRUE
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-LOAD-ACK-PERFORMANCE			SECTION.
*--------------------------------------------------------------------
*# two passes. A phase reconciled twice has two "S" records and the
*# last one stands: the first pass finds, per file, which "S"
*# record that is (by its position in the file) and takes its
*# counts; the second takes the "R" records that follow that one
*# "S" record only, so a rerun's reasons are never counted twice.
 D-00.

    OPEN INPUT I_ACKPERF_FILE

    IF NOT L$_ACKPERF_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no ack-performance file " L$_ACKPERF_NAME
              " - no acknowledgment measures this month."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_ACKPERF_NAME

    SET L$_SW01_ACKPERF_YES TO TRUE
    MOVE ZERO TO L$_WS01_ACKPERF_SEQ

    PERFORM UNTIL L$_SW01_EOF_ACKPERF_YES
       READ I_ACKPERF_FILE
          AT END
             SET L$_SW01_EOF_ACKPERF_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_WS01_ACKPERF_SEQ
                      L$_CT01_ACKPERF_READ
             IF AKP_REC_TYPE_SUMMARY
                PERFORM DA-TAKE-ONE-SUMMARY
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_ACKPERF_FILE

    OPEN INPUT I_ACKPERF_FILE
    SET L$_SW01_EOF_ACKPERF_NO TO TRUE
    MOVE ZERO TO L$_WS01_ACKPERF_SEQ
                 L$_WS01_CUR_LC

    PERFORM UNTIL L$_SW01_EOF_ACKPERF_YES
       READ I_ACKPERF_FILE
          AT END
             SET L$_SW01_EOF_ACKPERF_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_WS01_ACKPERF_SEQ
             PERFORM DB-TAKE-ONE-REASON-PASS
       END-READ
    END-PERFORM

    CLOSE I_ACKPERF_FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-TAKE-ONE-SUMMARY			SECTION.
*--------------------------------------------------------------------
 DA-00.

    MOVE AKP_FILE_NAME  TO L$_WS01_FIND_NAME
    PERFORM XA-FIND-LC-ENTRY

    IF L$_WS03_LC_FOUND = ZERO
       GO TO DA-EXIT
    END-IF

    SET L$_WS03_LC_IDX TO L$_WS03_LC_FOUND
    MOVE L$_WS01_ACKPERF_SEQ
      TO L$_WS03_LC_ACK_SEQ(L$_WS03_LC_IDX)
    MOVE AKP_RECEIVED_TMSP
      TO L$_WS03_LC_RECEIVED_TMSP(L$_WS03_LC_IDX)
    MOVE AKP_MATCHED
      TO L$_WS03_LC_MATCHED(L$_WS03_LC_IDX)
    MOVE AKP_MISSING_ACK
      TO L$_WS03_LC_MISSING_ACK(L$_WS03_LC_IDX)
    MOVE AKP_AMOUNT_MISMATCH
      TO L$_WS03_LC_AMT_MISMATCH(L$_WS03_LC_IDX)
    MOVE AKP_REJECTED
      TO L$_WS03_LC_REJECTED(L$_WS03_LC_IDX)
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-TAKE-ONE-REASON-PASS		SECTION.
*--------------------------------------------------------------------
*# an "S" record decides whether the "R" records after it count:
*# only when it is its file's standing "S" and the file is scored
*# this month.
 DB-00.

    IF AKP_REC_TYPE_SUMMARY
       MOVE ZERO TO L$_WS01_CUR_LC
       MOVE AKP_FILE_NAME  TO L$_WS01_FIND_NAME
       PERFORM XA-FIND-LC-ENTRY
       IF L$_WS03_LC_FOUND > ZERO
          SET L$_WS03_LC_IDX TO L$_WS03_LC_FOUND
          IF L$_WS03_LC_ACK_SEQ(L$_WS03_LC_IDX) = L$_WS01_ACKPERF_SEQ
         AND L$_WS03_LC_IN_MONTH_YES(L$_WS03_LC_IDX)
         AND L$_WS03_LC_BANK(L$_WS03_LC_IDX) > ZERO
             MOVE L$_WS03_LC_FOUND  TO L$_WS01_CUR_LC
          END-IF
       END-IF
       GO TO DB-EXIT
    END-IF

    IF L$_WS01_CUR_LC = ZERO
       GO TO DB-EXIT
    END-IF

    SET L$_WS03_LC_IDX TO L$_WS01_CUR_LC
    SET L$_WS02_BNK_IDX TO L$_WS03_LC_BANK(L$_WS03_LC_IDX)

    MOVE 0 TO L$_WS02_RSN_FOUND

    PERFORM VARYING L$_WS02_RSN_IDX FROM 1 BY 1
               UNTIL L$_WS02_RSN_IDX > L$_WS02_RSN_CNT(L$_WS02_BNK_IDX)
       IF L$_WS02_RSN_CODE(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
          = AKR_REASON_CODE
          SET L$_WS02_RSN_FOUND TO L$_WS02_RSN_IDX
       END-IF
    END-PERFORM

    IF L$_WS02_RSN_FOUND = ZERO
       IF L$_WS02_RSN_CNT(L$_WS02_BNK_IDX) < 29
          ADD 1 TO L$_WS02_RSN_CNT(L$_WS02_BNK_IDX)
          MOVE L$_WS02_RSN_CNT(L$_WS02_BNK_IDX) TO L$_WS02_RSN_FOUND
          SET L$_WS02_RSN_IDX TO L$_WS02_RSN_FOUND
          MOVE AKR_REASON_CODE
            TO L$_WS02_RSN_CODE(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
       ELSE
          MOVE 30 TO L$_WS02_RSN_CNT(L$_WS02_BNK_IDX)
                     L$_WS02_RSN_FOUND
          SET L$_WS02_RSN_IDX TO L$_WS02_RSN_FOUND
          MOVE "OTHER"
            TO L$_WS02_RSN_CODE(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
       END-IF
    END-IF

    SET L$_WS02_RSN_IDX TO L$_WS02_RSN_FOUND
    ADD AKR_REASON_CNT
     TO L$_WS02_RSN_REJECTS(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-LOAD-FEE-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the month's bill lines; a statement reconciled twice has its
*# lines twice, and the later reconciliation stands.
 E-00.

    OPEN INPUT I_FEE_HIST_FILE

    IF NOT L$_FEE_HIST_FOUND
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NOTE: no fee history " L$_FEE_HIST_NAME
              " - no fee measures this month."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO E-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_FEE_HIST_NAME

    SET L$_SW01_FEES_YES TO TRUE

    PERFORM UNTIL L$_SW01_EOF_FEE_YES
       READ I_FEE_HIST_FILE
          AT END
             SET L$_SW01_EOF_FEE_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_FEE_READ
             IF FH_BILL_DATE(1:6) = L$_WS01_RPT_MONTH
                PERFORM EA-TAKE-ONE-FEE-LINE
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_FEE_HIST_FILE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-TAKE-ONE-FEE-LINE			SECTION.
*--------------------------------------------------------------------
 EA-00.

    MOVE 0 TO L$_WS04_FEE_FOUND

    PERFORM VARYING L$_WS04_FEE_IDX FROM 1 BY 1
               UNTIL L$_WS04_FEE_IDX > L$_WS04_FEE_CNT
       IF L$_WS04_FEE_FILE_NAME(L$_WS04_FEE_IDX) = FH_FILE_NAME
      AND L$_WS04_FEE_BILL_DATE(L$_WS04_FEE_IDX) = FH_BILL_DATE
          SET L$_WS04_FEE_FOUND TO L$_WS04_FEE_IDX
       END-IF
    END-PERFORM

    IF L$_WS04_FEE_FOUND = ZERO
       IF L$_WS04_FEE_CNT >= 1000
          DISPLAY "*** WARNING: more than 1000 fee lines in the "
                  "month - extras not scored ***"
          GO TO EA-EXIT
       END-IF
       ADD 1 TO L$_WS04_FEE_CNT
       MOVE L$_WS04_FEE_CNT TO L$_WS04_FEE_FOUND
    END-IF

    SET L$_WS04_FEE_IDX TO L$_WS04_FEE_FOUND
    MOVE FH_FILE_NAME
      TO L$_WS04_FEE_FILE_NAME(L$_WS04_FEE_IDX)
    MOVE FH_BILL_DATE
      TO L$_WS04_FEE_BILL_DATE(L$_WS04_FEE_IDX)
    MOVE FH_SOURCE_PROG
      TO L$_WS04_FEE_SOURCE_PROG(L$_WS04_FEE_IDX)
    MOVE FH_RESULT
      TO L$_WS04_FEE_RESULT(L$_WS04_FEE_IDX)
    MOVE FH_BILLED_AMT
      TO L$_WS04_FEE_BILLED_AMT(L$_WS04_FEE_IDX)
    MOVE FH_OUR_PRICE
      TO L$_WS04_FEE_OUR_PRICE(L$_WS04_FEE_IDX)
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-TALLY-BANKS				SECTION.
*--------------------------------------------------------------------
 F-00.

    PERFORM VARYING L$_WS03_LC_IDX FROM 1 BY 1
               UNTIL L$_WS03_LC_IDX > L$_WS03_LC_CNT
       IF L$_WS03_LC_IN_MONTH_YES(L$_WS03_LC_IDX)
      AND L$_WS03_LC_BANK(L$_WS03_LC_IDX) > ZERO
          PERFORM FA-TALLY-ONE-FILE
       END-IF
    END-PERFORM

    PERFORM VARYING L$_WS04_FEE_IDX FROM 1 BY 1
               UNTIL L$_WS04_FEE_IDX > L$_WS04_FEE_CNT
       PERFORM FB-TALLY-ONE-FEE-LINE
    END-PERFORM

    PERFORM VARYING L$_WS02_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS02_BNK_IDX > 2
       IF L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX) > ZERO
          COMPUTE L$_WS02_AVG_HOURS(L$_WS02_BNK_IDX) ROUNDED =
                  L$_WS02_TOTAL_HOURS(L$_WS02_BNK_IDX)
                / L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX)
       END-IF
    END-PERFORM
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-TALLY-ONE-FILE			SECTION.
*--------------------------------------------------------------------
*# one file sent; for an interface whose acknowledgments are
*# reconciled, its turnaround - transmission to reconciliation, in
*# hours - or its absence.
 FA-00.

    SET L$_WS02_BNK_IDX TO L$_WS03_LC_BANK(L$_WS03_LC_IDX)

    ADD 1 TO L$_WS02_FILES_SENT(L$_WS02_BNK_IDX)
    ADD L$_WS03_LC_SEAL_REC_CNT(L$_WS03_LC_IDX)
     TO L$_WS02_RECORDS_SENT(L$_WS02_BNK_IDX)

    IF NOT L$_WS02_BNK_ACKS_YES(L$_WS02_BNK_IDX)
    OR L$_SW01_ACKPERF_NO
       GO TO FA-EXIT
    END-IF

    IF L$_WS03_LC_ACK_SEQ(L$_WS03_LC_IDX) = ZERO
       ADD 1 TO L$_WS02_FILES_NO_ACK(L$_WS02_BNK_IDX)
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "NO ACKNOWLEDGMENT - "
              L$_WS02_BNK_NAME(L$_WS02_BNK_IDX) " "
              L$_WS03_LC_FILE_NAME(L$_WS03_LC_IDX)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO FA-EXIT
    END-IF

    ADD 1 TO L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX)

    MOVE ZERO TO L$_WS01_HOURS
    IF L$_WS03_LC_RECEIVED_TMSP(L$_WS03_LC_IDX) >
       L$_WS03_LC_TRANSMIT_TMSP(L$_WS03_LC_IDX)
       COMPUTE L$_WS01_HOURS ROUNDED =
               (L$_WS03_LC_RECEIVED_TMSP(L$_WS03_LC_IDX)
                - L$_WS03_LC_TRANSMIT_TMSP(L$_WS03_LC_IDX))
               / L$_WS01_ONE_HOUR_DELTA
    END-IF

    ADD L$_WS01_HOURS TO L$_WS02_TOTAL_HOURS(L$_WS02_BNK_IDX)
    IF L$_WS01_HOURS > L$_WS02_MAX_HOURS(L$_WS02_BNK_IDX)
       MOVE L$_WS01_HOURS TO L$_WS02_MAX_HOURS(L$_WS02_BNK_IDX)
    END-IF

    IF L$_WS02_THR_FOUND_YES(L$_WS02_BNK_IDX)
   AND L$_WS01_HOURS > L$_WS02_THR_DEADLINE(L$_WS02_BNK_IDX)
       ADD 1 TO L$_WS02_FILES_LATE(L$_WS02_BNK_IDX)
       MOVE L$_WS01_HOURS TO LD$_HRS
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "LATE ACKNOWLEDGMENT - "
              L$_WS02_BNK_NAME(L$_WS02_BNK_IDX) " "
              L$_WS03_LC_FILE_NAME(L$_WS03_LC_IDX)
              " after " LD$_HRS " hours"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    ADD L$_WS03_LC_MATCHED(L$_WS03_LC_IDX)
        L$_WS03_LC_AMT_MISMATCH(L$_WS03_LC_IDX)
        L$_WS03_LC_REJECTED(L$_WS03_LC_IDX)
     TO L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX)
    ADD L$_WS03_LC_REJECTED(L$_WS03_LC_IDX)
     TO L$_WS02_LINES_REJECTED(L$_WS02_BNK_IDX)
    ADD L$_WS03_LC_MISSING_ACK(L$_WS03_LC_IDX)
     TO L$_WS02_LINES_UNACKED(L$_WS02_BNK_IDX)
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 FB-TALLY-ONE-FEE-LINE			SECTION.
*--------------------------------------------------------------------
 FB-00.

    SET L$_WS02_BNK_IDX TO 1
    SEARCH L$_WS02_BANK_ENTRY
       AT END
          ADD 1 TO L$_WS04_UNKNOWN_LINES
          ADD L$_WS04_FEE_BILLED_AMT(L$_WS04_FEE_IDX)
           TO L$_WS04_UNKNOWN_AMT
       WHEN L$_WS02_BNK_SOURCE(L$_WS02_BNK_IDX) =
            L$_WS04_FEE_SOURCE_PROG(L$_WS04_FEE_IDX)
          ADD 1 TO L$_WS02_FEE_LINES(L$_WS02_BNK_IDX)
          ADD L$_WS04_FEE_BILLED_AMT(L$_WS04_FEE_IDX)
           TO L$_WS02_BILLED_AMT(L$_WS02_BNK_IDX)
          ADD L$_WS04_FEE_OUR_PRICE(L$_WS04_FEE_IDX)
           TO L$_WS02_RECON_AMT(L$_WS02_BNK_IDX)
          IF L$_WS04_FEE_RESULT(L$_WS04_FEE_IDX) = "D"
             ADD 1 TO L$_WS02_FEE_DISAGREE(L$_WS02_BNK_IDX)
          END-IF
    END-SEARCH
    .
 FB-EXIT.    EXIT.
*--------------------------------------------------------------------
 G-UPDATE-SCORE-HISTORY			SECTION.
*--------------------------------------------------------------------
*# one pass over the history: each bank's latest month before the
*# reported one is its comparison, every record except the
*# reported month's own is carried to the new file, and this
*# month's scorecards go on the end - a rerun replaces, never
*# doubles. The breach count is judged before it is written.
 G-00.

    OPEN OUTPUT O_SCORE_NEW_FILE

    OPEN INPUT I_SCORE_HIST_FILE

    IF L$_SCORE_HIST_FOUND
       PERFORM UNTIL L$_SW01_EOF_HIST_YES
          READ I_SCORE_HIST_FILE
             AT END
                SET L$_SW01_EOF_HIST_YES TO TRUE
             NOT AT END
                PERFORM GA-HANDLE-ONE-HIST-ROW
          END-READ
       END-PERFORM

       CLOSE I_SCORE_HIST_FILE
    ELSE
       DISPLAY "No scorecard history yet - first month scored."
    END-IF

    PERFORM VARYING L$_WS02_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS02_BNK_IDX > 2
       PERFORM GB-JUDGE-ONE-BANK
       MOVE L$_WS01_RPT_MONTH
         TO SN_REPORT_MONTH
       MOVE L$_WS02_BNK_CODE(L$_WS02_BNK_IDX)
         TO SN_BANK_CODE
       MOVE L$_WS02_CUR(L$_WS02_BNK_IDX)
         TO SN_DATA
       WRITE O_SCORE_NEW_REC
    END-PERFORM

    CLOSE O_SCORE_NEW_FILE

    PERFORM GC-SWAP-SCORE-HISTORY
    .
 G-EXIT.    EXIT.
*--------------------------------------------------------------------
 GA-HANDLE-ONE-HIST-ROW			SECTION.
*--------------------------------------------------------------------
 GA-00.

    IF SH_REPORT_MONTH = L$_WS01_RPT_MONTH
       GO TO GA-EXIT
    END-IF

    MOVE I_SCORE_HIST_REC  TO O_SCORE_NEW_REC
    WRITE O_SCORE_NEW_REC

    IF SH_REPORT_MONTH > L$_WS01_RPT_MONTH
       GO TO GA-EXIT
    END-IF

    PERFORM VARYING L$_WS02_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS02_BNK_IDX > 2
       IF L$_WS02_BNK_CODE(L$_WS02_BNK_IDX) = SH_BANK_CODE
      AND SH_REPORT_MONTH NOT < L$_WS02_PREV_MONTH(L$_WS02_BNK_IDX)
          MOVE SH_REPORT_MONTH
            TO L$_WS02_PREV_MONTH(L$_WS02_BNK_IDX)
          MOVE SH_DATA
            TO L$_WS02_PREV(L$_WS02_BNK_IDX)
       END-IF
    END-PERFORM
    .
 GA-EXIT.    EXIT.
*--------------------------------------------------------------------
 GB-JUDGE-ONE-BANK			SECTION.
*--------------------------------------------------------------------
*# every agreed threshold the bank's month breaks is one vendor-
*# review record; a bank with no agreed thresholds is not judged.
 GB-00.

    MOVE ZERO TO L$_WS02_BREACHES(L$_WS02_BNK_IDX)

    IF L$_WS02_THR_FOUND_NO(L$_WS02_BNK_IDX)
       GO TO GB-EXIT
    END-IF

    IF L$_WS02_BNK_ACKS_YES(L$_WS02_BNK_IDX)
   AND L$_SW01_ACKPERF_YES
       IF L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX) > ZERO
          COMPUTE L$_WS01_PCT ROUNDED =
                  L$_WS02_FILES_LATE(L$_WS02_BNK_IDX) * 100
                / L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX)
          IF L$_WS01_PCT > L$_WS02_THR_LATE_PCT(L$_WS02_BNK_IDX)
             MOVE "LATE ACKNOWLEDGMENTS %"  TO L$_WS01_MEASURE
             MOVE L$_WS02_THR_LATE_PCT(L$_WS02_BNK_IDX)
               TO L$_WS01_LIMIT
             PERFORM GBA-WRITE-BREACH
          END-IF
       END-IF

       IF L$_WS02_FILES_NO_ACK(L$_WS02_BNK_IDX) >
          L$_WS02_THR_NO_ACK(L$_WS02_BNK_IDX)
          MOVE "FILES NEVER ACKNOWLEDGED"  TO L$_WS01_MEASURE
          MOVE L$_WS02_FILES_NO_ACK(L$_WS02_BNK_IDX)
            TO L$_WS01_PCT
          MOVE L$_WS02_THR_NO_ACK(L$_WS02_BNK_IDX)
            TO L$_WS01_LIMIT
          PERFORM GBA-WRITE-BREACH
       END-IF

       IF L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX) > ZERO
          COMPUTE L$_WS01_PCT ROUNDED =
                  L$_WS02_LINES_REJECTED(L$_WS02_BNK_IDX) * 100
                / L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX)
          IF L$_WS01_PCT > L$_WS02_THR_REJECT_PCT(L$_WS02_BNK_IDX)
             MOVE "REJECTION RATE %"  TO L$_WS01_MEASURE
             MOVE L$_WS02_THR_REJECT_PCT(L$_WS02_BNK_IDX)
               TO L$_WS01_LIMIT
             PERFORM GBA-WRITE-BREACH
          END-IF
       END-IF
    END-IF

*#  billed over our own price; billed with nothing of ours to price
*#  it against reads as 100% over.
    COMPUTE L$_WS01_OVERBILL =
            L$_WS02_BILLED_AMT(L$_WS02_BNK_IDX)
          - L$_WS02_RECON_AMT(L$_WS02_BNK_IDX)

    IF L$_WS01_OVERBILL > ZERO
       IF L$_WS02_RECON_AMT(L$_WS02_BNK_IDX) > ZERO
          COMPUTE L$_WS01_PCT ROUNDED =
                  L$_WS01_OVERBILL * 100
                / L$_WS02_RECON_AMT(L$_WS02_BNK_IDX)
       ELSE
          MOVE 100 TO L$_WS01_PCT
       END-IF
       IF L$_WS01_PCT > L$_WS02_THR_OVERBILL_PCT(L$_WS02_BNK_IDX)
          MOVE "FEES BILLED OVER OUR PRICE %"  TO L$_WS01_MEASURE
          MOVE L$_WS02_THR_OVERBILL_PCT(L$_WS02_BNK_IDX)
            TO L$_WS01_LIMIT
          PERFORM GBA-WRITE-BREACH
       END-IF
    END-IF
    .
 GB-EXIT.    EXIT.
*--------------------------------------------------------------------
 GBA-WRITE-BREACH			SECTION.
*--------------------------------------------------------------------
 GBA-00.

    ADD 1 TO L$_WS02_BREACHES(L$_WS02_BNK_IDX)
             L$_CT01_BREACHES

    INITIALIZE O_VENDOR_REC
    MOVE L$_WS01_RPT_MONTH                  TO VR_REPORT_MONTH
    MOVE L$_WS02_BNK_CODE(L$_WS02_BNK_IDX)  TO VR_BANK_CODE
    MOVE L$_WS02_BNK_NAME(L$_WS02_BNK_IDX)  TO VR_BANK_NAME
    MOVE L$_WS01_MEASURE                    TO VR_MEASURE
    MOVE L$_WS01_PCT                        TO VR_ACTUAL
    MOVE L$_WS01_LIMIT                      TO VR_LIMIT
    WRITE O_VENDOR_REC
    .
 GBA-EXIT.    EXIT.
*--------------------------------------------------------------------
 GC-SWAP-SCORE-HISTORY			SECTION.
*--------------------------------------------------------------------
*# the rewritten history replaces the old one - the house RENAME
*# swap of PRB353's ZC-SWAP-PLAN-STORE.
 GC-00.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_SCORE_NEW_NAME " " L$_SCORE_HIST_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at GC-SWAP-SCORE-HISTORY - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF
    .
 GC-EXIT.    EXIT.
*--------------------------------------------------------------------
 H-REPORT-BANKS				SECTION.
*--------------------------------------------------------------------
 H-00.

    PERFORM VARYING L$_WS02_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS02_BNK_IDX > 2
       PERFORM HA-REPORT-ONE-BANK
    END-PERFORM

    IF L$_WS04_UNKNOWN_LINES > ZERO
       MOVE SPACES
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       MOVE L$_WS04_UNKNOWN_LINES  TO LD$_CNT
       MOVE L$_WS04_UNKNOWN_AMT    TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "BILLED FOR FILES WE NEVER SENT (no interface): "
              LD$_CNT " line(s), " LD$_AMT
              " - see the ICA_TRB72C_FEE_RECON reports."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 H-EXIT.    EXIT.
*--------------------------------------------------------------------
 HA-REPORT-ONE-BANK			SECTION.
*--------------------------------------------------------------------
*# the bank's month, each measure beside the previous month on
*# file.
 HA-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF L$_WS02_PREV_MONTH(L$_WS02_BNK_IDX) = ZERO
       STRING "BANK: " L$_WS02_BNK_NAME(L$_WS02_BNK_IDX)
              " (" L$_WS02_BNK_CODE(L$_WS02_BNK_IDX) ")"
              "   previous month: none on file"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "BANK: " L$_WS02_BNK_NAME(L$_WS02_BNK_IDX)
              " (" L$_WS02_BNK_CODE(L$_WS02_BNK_IDX) ")"
              "   previous month: "
              L$_WS02_PREV_MONTH(L$_WS02_BNK_IDX)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_FILES_SENT(L$_WS02_BNK_IDX)    TO LD$_CNT
    MOVE L$_WS02_P_FILES_SENT(L$_WS02_BNK_IDX)  TO LD$_CNT2
    COMPUTE L$_WS01_CHANGE =
            L$_WS02_FILES_SENT(L$_WS02_BNK_IDX)
          - L$_WS02_P_FILES_SENT(L$_WS02_BNK_IDX)
    MOVE L$_WS01_CHANGE                          TO LD$_CHG
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  FILES SENT:        " LD$_CNT
           "   PREVIOUS: " LD$_CNT2
           "   CHANGE: " LD$_CHG
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_RECORDS_SENT(L$_WS02_BNK_IDX)    TO LD$_CNT
    MOVE L$_WS02_P_RECORDS_SENT(L$_WS02_BNK_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  RECORDS SENT:      " LD$_CNT
           "   PREVIOUS: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF NOT L$_WS02_BNK_ACKS_YES(L$_WS02_BNK_IDX)
       MOVE "  ACKNOWLEDGMENTS: not reconciled for this interface."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    ELSE
       IF L$_SW01_ACKPERF_NO
          MOVE "  ACKNOWLEDGMENTS: no ack-performance file."
            TO MSG	IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       ELSE
          PERFORM HB-REPORT-ACKNOWLEDGMENTS
       END-IF
    END-IF

    IF L$_SW01_FEES_NO
       MOVE "  FEES: no fee history."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    ELSE
       PERFORM HC-REPORT-FEES
    END-IF

    MOVE SPACES  TO MSG IN O_REPORT_REC
    EVALUATE TRUE
        WHEN L$_WS02_THR_FOUND_NO(L$_WS02_BNK_IDX)
             MOVE "  NO AGREED THRESHOLDS - not judged."
               TO MSG	IN O_REPORT_REC
        WHEN L$_WS02_BREACHES(L$_WS02_BNK_IDX) = ZERO
             MOVE "  WITHIN AGREED THRESHOLDS."
               TO MSG	IN O_REPORT_REC
        WHEN OTHER
             MOVE L$_WS02_BREACHES(L$_WS02_BNK_IDX)  TO LD$_CNT
             STRING "  *** THRESHOLD BREACHED: " LD$_CNT
                    " measure(s) - flagged for the vendor review, see "
                    L$_O_VENDOR_NAME
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
    END-EVALUATE
    PERFORM W-WRITE-REPORT-LINE
    .
 HA-EXIT.    EXIT.
*--------------------------------------------------------------------
 HB-REPORT-ACKNOWLEDGMENTS		SECTION.
*--------------------------------------------------------------------
 HB-00.

    MOVE L$_WS02_AVG_HOURS(L$_WS02_BNK_IDX)    TO LD$_HRS
    MOVE L$_WS02_P_AVG_HOURS(L$_WS02_BNK_IDX)  TO LD$_HRS2
    MOVE L$_WS02_FILES_ACKED(L$_WS02_BNK_IDX)  TO LD$_CNT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  FILES ACKNOWLEDGED:" LD$_CNT
           "   AVG HOURS: " LD$_HRS
           "   PREVIOUS AVG: " LD$_HRS2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_MAX_HOURS(L$_WS02_BNK_IDX)  TO LD$_HRS
    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF L$_WS02_THR_FOUND_YES(L$_WS02_BNK_IDX)
       MOVE L$_WS02_THR_DEADLINE(L$_WS02_BNK_IDX)  TO LD$_CNT
       STRING "  SLOWEST (HOURS):  " LD$_HRS
              "   AGREED DEADLINE (HOURS): " LD$_CNT
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "  SLOWEST (HOURS):  " LD$_HRS
              "   AGREED DEADLINE: none on file"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_FILES_LATE(L$_WS02_BNK_IDX)    TO LD$_CNT
    MOVE L$_WS02_P_FILES_LATE(L$_WS02_BNK_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  LATE:              " LD$_CNT
           "   PREVIOUS: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_FILES_NO_ACK(L$_WS02_BNK_IDX)    TO LD$_CNT
    MOVE L$_WS02_P_FILES_NO_ACK(L$_WS02_BNK_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  NEVER ACKNOWLEDGED:" LD$_CNT
           "   PREVIOUS: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_LINES_UNACKED(L$_WS02_BNK_IDX)  TO LD$_CNT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  LINES SENT, NOT ANSWERED:" LD$_CNT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE ZERO TO L$_WS01_PCT
    IF L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX) > ZERO
       COMPUTE L$_WS01_PCT ROUNDED =
               L$_WS02_LINES_REJECTED(L$_WS02_BNK_IDX) * 100
             / L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX)
    END-IF
    MOVE L$_WS01_PCT  TO LD$_PCT

    MOVE ZERO TO L$_WS01_PCT
    IF L$_WS02_P_LINES_ANSWERED(L$_WS02_BNK_IDX) > ZERO
       COMPUTE L$_WS01_PCT ROUNDED =
               L$_WS02_P_LINES_REJECTED(L$_WS02_BNK_IDX) * 100
             / L$_WS02_P_LINES_ANSWERED(L$_WS02_BNK_IDX)
    END-IF
    MOVE L$_WS01_PCT  TO LD$_PCT2

    MOVE L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX)  TO LD$_CNT
    MOVE L$_WS02_LINES_REJECTED(L$_WS02_BNK_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  LINES ANSWERED:    " LD$_CNT
           "   REJECTED: " LD$_CNT2
           "   RATE %: " LD$_PCT
           "   PREVIOUS RATE %: " LD$_PCT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS02_RSN_IDX FROM 1 BY 1
               UNTIL L$_WS02_RSN_IDX > L$_WS02_RSN_CNT(L$_WS02_BNK_IDX)
       MOVE ZERO TO L$_WS01_PCT
       IF L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX) > ZERO
          COMPUTE L$_WS01_PCT ROUNDED =
                  L$_WS02_RSN_REJECTS(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
                  * 100
                / L$_WS02_LINES_ANSWERED(L$_WS02_BNK_IDX)
       END-IF
       MOVE L$_WS01_PCT  TO LD$_PCT
       MOVE L$_WS02_RSN_REJECTS(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
         TO LD$_CNT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "    REASON "
              L$_WS02_RSN_CODE(L$_WS02_BNK_IDX, L$_WS02_RSN_IDX)
              ":   " LD$_CNT
              "   RATE %: " LD$_PCT
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-PERFORM
    .
 HB-EXIT.    EXIT.
*--------------------------------------------------------------------
 HC-REPORT-FEES				SECTION.
*--------------------------------------------------------------------
 HC-00.

    MOVE L$_WS02_BILLED_AMT(L$_WS02_BNK_IDX)  TO LD$_AMT
    MOVE L$_WS02_RECON_AMT(L$_WS02_BNK_IDX)   TO LD$_AMT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  FEES BILLED:   " LD$_AMT
           "   OUR PRICE: " LD$_AMT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_P_BILLED_AMT(L$_WS02_BNK_IDX)  TO LD$_AMT
    MOVE L$_WS02_P_RECON_AMT(L$_WS02_BNK_IDX)   TO LD$_AMT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  PREVIOUS BILLED:" LD$_AMT
           "   OUR PRICE: " LD$_AMT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS02_FEE_LINES(L$_WS02_BNK_IDX)     TO LD$_CNT
    MOVE L$_WS02_FEE_DISAGREE(L$_WS02_BNK_IDX)  TO LD$_CNT2
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  BILL LINES:        " LD$_CNT
           "   DISAGREEING: " LD$_CNT2
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 HC-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 XA-FIND-LC-ENTRY			SECTION.
*--------------------------------------------------------------------
*# the entry for L$_WS01_FIND_NAME, or zero.
 XA-00.

    MOVE 0 TO L$_WS03_LC_FOUND

    PERFORM VARYING L$_WS03_LC_IDX FROM 1 BY 1
               UNTIL L$_WS03_LC_IDX > L$_WS03_LC_CNT
       IF L$_WS03_LC_FILE_NAME(L$_WS03_LC_IDX) = L$_WS01_FIND_NAME
          SET L$_WS03_LC_FOUND TO L$_WS03_LC_IDX
       END-IF
    END-PERFORM
    .
 XA-EXIT.    EXIT.
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

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total lifecycle records read:" DELIMITED BY SIZE
           L$_CT01_LC_READ                 DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total ack-performance records read:" DELIMITED BY SIZE
           L$_CT01_ACKPERF_READ                  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total fee-history records read:" DELIMITED BY SIZE
           L$_CT01_FEE_READ                  DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total thresholds breached:" DELIMITED BY SIZE
           L$_CT01_BREACHES             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
          O_VENDOR_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
    DISPLAY "Close Output File: " L$_O_VENDOR_NAME

    DISPLAY "Total thresholds breached:", L$_CT01_BREACHES

    IF L$_CT01_BREACHES > ZERO
       DISPLAY "*** BANK THRESHOLDS BREACHED - vendor review, see "
               L$_O_VENDOR_NAME
    END-IF

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72V_BANK_SCORECARD"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RPT_MONTH
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_LC_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_BREACHES
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72V_BANK_SCORECARD.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
