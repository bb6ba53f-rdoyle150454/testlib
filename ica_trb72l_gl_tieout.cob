*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72L_GL_TIEOUT.COB] ********************
*                                                                   *
*                                    [TR sub-system]                *
*        Month-end tie-out of TR balances against the GL trial     *
*        balance                                                    *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_TRB717_GL_JOURNAL posts the day and ICA_TRB72A_DAY_PROOF    *
*  proves it; nothing checked that at month end the GL's member-   *
*  funds and bank-clearing balances still equal what TR says.      *
*  This job takes accounting's month-end trial balance and, per    *
*  currency:                                                        *
*                                                                   *
*    1. resolves which GL accounts are TR's through the GL account *
*       mapping store (ICA_TR_GL_MAP.IDX) as in force on the month *
*       end - class BNKFIL's debit account is bank clearing, its   *
*       credit account member funds, TRB717's own pairing and its  *
*       own defaults;                                                *
*    2. builds the TR side: member funds = the month-end total of  *
*       ICA_TR_BAL_SNAP.IDX (local currency "00", as every 875     *
*       posting is made), a credit; bank clearing = the open items *
*       in transit - the net debit-minus-credit of every live bank *
*       file on ICA_BANK_FILE_LIFECYCLE.DAT built up to the month  *
*       end (last record per file name, superseded rebuilds out,  *
*       TRB717's rule), a debit;                                    *
*    3. compares each against the trial-balance line (debit plus, *
*       credit minus) and lists every difference, less what        *
*       accounting has explained in the month's explanation file; *
*    4. for every UNEXPLAINED difference drills down day by day -  *
*       the trial balance is rolled back through the month's       *
*       TRB717 journal files and set against the TR side of each  *
*       snapshot day - and names the first day whose journal       *
*       diverged (or says the difference predates the month).     *
*                                                                   *
*  Any unexplained difference FAILS the run.                        *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       MONTH_END_DATE      I    the month-end snapshot date,       *
*                                 CCYYMMDD - names the trial-        *
*                                 balance and explanation files.     *
*       PREV_MONTH_END_DATE I    the previous month-end snapshot    *
*                                 date - where the drill-down        *
*                                 starts.                            *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_TRIAL_BAL_FILE         I   accounting's trial balance.    *
*       I_EXPLAIN_FILE           I   explained differences          *
*                                     (optional).                    *
*       I_GL_MAP_FILE            I   effective-dated GL accounts.   *
*       I_SNAPSHOT_FILE          I   dated balance snapshots.       *
*       I_LIFECYCLE_FILE         I   bank-file lifecycle.           *
*       I_GL_JOURNAL_FILE        I   each day's TRB717 journal.     *
*       O_REPORT_FILE            O   tie-out report.                *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72L_GL_TIEOUT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

    SELECT I_TRIAL_BAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   No explanations is the normal month - own status.
    SELECT I_EXPLAIN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_EXPLAIN_STATUS.

*   A missing store only means TRB717's literals stand - own
*   status, no DECLARATIVES.
    SELECT I_GL_MAP_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       GM_MAP_KEY
           FILE STATUS		  IS	       L$_GL_MAP_STATUS.

    SELECT I_SNAPSHOT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       SNP_KEY
           FILE STATUS		  IS	       L$_SNAP_STATUS.

    SELECT I_LIFECYCLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   One journal file per day; a day without one is noted, not fatal.
    SELECT I_GL_JOURNAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_GL_FILE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Orders the lifecycle by file name so the last record of each
*   name is known - see D-SUM-IN-TRANSIT.
    SELECT  SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Accounting's month-end trial-balance extract, one line per GL
*   account and currency; TB_BALANCE debit plus, credit minus.
 FD I_TRIAL_BAL_FILE
    VALUE OF ID IS L$_TRIAL_BAL_NAME.
 01 I_TRIAL_BAL_REC.
    03 TB_ACCOUNT                   PIC X(16).
    03 TB_CURRENCY                  PIC X(02).
    03 TB_BALANCE                   PIC S9(15)V99.

*   Differences accounting has explained for the month - one line
*   per item, signed as the difference (GL minus TR).
 FD I_EXPLAIN_FILE
    VALUE OF ID IS L$_EXPLAIN_NAME.
 01 I_EXPLAIN_REC.
    03 EXP_ACCOUNT                  PIC X(16).
    03 EXP_CURRENCY                 PIC X(02).
    03 EXP_AMOUNT                   PIC S9(15)V99.
    03 EXP_REASON                   PIC X(60).

*   Same hand-kept record convention the ICA_TRT715_PUT_DATA panel
*   writes. "**" in GM_CURRENCY means any currency; GM_VALID_TO
*   zero means open-ended.
 FD I_GL_MAP_FILE
    VALUE OF ID IS L$_GL_MAP_NAME.
 01 I_GL_MAP_REC.
    03 GM_MAP_KEY.
       05 GM_CLASS		PIC X(12).
       05 GM_CURRENCY		PIC X(02).
       05 GM_VALID_FROM		PIC 9(08).
    03 GM_VALID_TO		PIC 9(08).
    03 GM_DEB_ACCOUNT		PIC X(16).
    03 GM_CRD_ACCOUNT		PIC X(16).
    03 GM_UPDATED_BY		PIC X(12).
    03 GM_UPDATED_TMSP		PIC S9(11)V9(07) COMP.

*   ICA_TRB71Y_BAL_SNAPSHOT's record.
 FD I_SNAPSHOT_FILE
    VALUE OF ID IS L$_SNAPSHOT_NAME.
 01 I_SNAPSHOT_REC.
    03 SNP_KEY.
       05 SNP_DATE                  PIC 9(08).
       05 SNP_ACCUM_INTR_ID         PIC X(20).
    03 SNP_BALANCE                  PIC S9(12)V99.
    03 SNP_CLB_MEM_KEY              PIC X(30).

*   Same hand-kept record convention ICA_TRF716_LIFECYCLE writes.
 FD I_LIFECYCLE_FILE
    VALUE OF ID IS L$_LIFECYCLE_NAME.
 01 I_LIFECYCLE_REC.
    03 LC_FILE_NAME		PIC X(34).
    03 LC_PHASE_NUM		PIC 9(04).
    03 LC_SOURCE_PROG		PIC X(26).
    03 LC_STATUS		PIC X(01).
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

*   ICA_TRB717_GL_JOURNAL's GL interface record.
 FD I_GL_JOURNAL_FILE
    VALUE OF ID IS L$_GL_JOURNAL_NAME.
 01 I_GL_JOURNAL_REC.
    03 JR_POSTING_CLASS		PIC X(06).
    03 JR_DR_CR			PIC X(01).
    03 JR_ACCOUNT		PIC X(16).
    03 JR_AMOUNT		PIC S9(15)V99.
    03 JR_CURRENCY		PIC X(02).
    03 JR_SOURCE_PROG		PIC X(26).
    03 JR_REFERENCE		PIC X(34).
    03 JR_POST_DATE		PIC 9(08).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                      PIC X(200).

 SD  SORT_FILE.
 01  LC_SORT_REC.
     03 LS_FILE_NAME                PIC X(34).
     03 LS_SEQ                      PIC 9(09).
     03 LS_STATUS                   PIC X(01).
     03 LS_CREATED_YMD              PIC 9(08).
     03 LS_DEB_AMT                  PIC S9(15)V99.
     03 LS_CRD_AMT                  PIC S9(15)V99.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_TRIAL_BAL_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(14)	    VALUE "ICA_TRB72L_TB_".
    03 L$_WS01_TB_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_EXPLAIN_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72L_EXP_".
    03 L$_WS01_EXP_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_GL_MAP_NAME                  PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_GL_MAP.IDX".

 01 L$_SNAPSHOT_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_BAL_SNAP.IDX".

 01 L$_LIFECYCLE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_BANK_FILE_LIFECYCLE.DAT".

*   TRB717's output name, as ICA_TRB72A_DAY_PROOF builds it.
 01 L$_GL_JOURNAL_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB717_GL_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_GL_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72L_RPT_".
    03 L$_WS01_REPORT_DATE  PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_EXPLAIN_STATUS               PIC X(02).
    88 L$_EXPLAIN_FOUND			    VALUE "00".

 01 L$_GL_MAP_STATUS                PIC X(02).
    88 L$_GL_MAP_FOUND			    VALUE "00".

 01 L$_SNAP_STATUS                  PIC X(02).
    88 L$_SNAP_OK			    VALUE "00".

 01 L$_GL_FILE_STATUS               PIC X(02).
    88 L$_GL_FILE_FOUND			    VALUE "00".

 01 L$_WS01_MONTH_END               PIC 9(08).
 01 L$_WS01_PREV_MONTH_END          PIC 9(08).
 01 L$_WS01_EVENT_DATE_YMD          PIC 9(08).
 01 LD$_AMT                         PIC -(14)9.99.
 01 LD$_AMT2                        PIC -(14)9.99.
 01 LD$_AMT3                        PIC -(14)9.99.

*   the mapping rows, loaded once in key order - so the LAST match
*   wins, exactly as in TRB717's CY-FIND-GL-ACCOUNTS.
 01 L$_WS01_GLM_TBL.
    03 L$_WS01_GLM_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_GLM_ENTRY  OCCURS 50 TIMES
                          INDEXED BY L$_WS01_GLM_IDX.
       05 L$_WS01_GLM_CLASS         PIC X(12).
       05 L$_WS01_GLM_CURRENCY      PIC X(02).
       05 L$_WS01_GLM_FROM          PIC 9(08).
       05 L$_WS01_GLM_TO            PIC 9(08).
       05 L$_WS01_GLM_DEB           PIC X(16).
       05 L$_WS01_GLM_CRD           PIC X(16).

 01 L$_WS01_GLM_DEB_ACCT            PIC X(16).
 01 L$_WS01_GLM_CRD_ACCT            PIC X(16).
 01 L$_WS01_GLM_WANT_CURR           PIC X(02).

*   the month's snapshot days; entry 1 is the previous month end
*   when the store has it.
 01 L$_WS01_DAY_TBL.
    03 L$_WS01_DAY_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_DAY_ENTRY  OCCURS 40 TIMES
                          INDEXED BY L$_WS01_DAY_IDX.
       05 L$_WS01_DAY_DATE          PIC 9(08).
       05 L$_WS01_DAY_SNAP_TOTAL    PIC S9(15)V99 COMP.
       05 L$_WS01_DAY_JRN_SEEN      PIC 9(01).
*         per tie-out line (L$_WS01_TIE_ENTRY): that day's journal
*         net and TR-side movement.
       05 L$_WS01_DAY_LINE  OCCURS 20 TIMES.
          07 L$_WS01_DAY_JRN_NET    PIC S9(15)V99 COMP.
          07 L$_WS01_DAY_TR_MOVE    PIC S9(15)V99 COMP.

*   one tie-out line per TR account and currency:
*     TIE_KIND "M" member funds / "B" bank clearing.
 01 L$_WS01_TIE_TBL.
    03 L$_WS01_TIE_CNT              PIC 9(02)       VALUE 0.
    03 L$_WS01_TIE_ENTRY  OCCURS 20 TIMES
                          INDEXED BY L$_WS01_TIE_IDX.
       05 L$_WS01_TIE_KIND          PIC X(01).
       05 L$_WS01_TIE_ACCOUNT       PIC X(16).
       05 L$_WS01_TIE_CURRENCY      PIC X(02).
       05 L$_WS01_TIE_GL_BAL        PIC S9(15)V99 COMP.
       05 L$_WS01_TIE_TR_OPEN       PIC S9(15)V99 COMP.
       05 L$_WS01_TIE_TR_BAL        PIC S9(15)V99 COMP.
       05 L$_WS01_TIE_JRN_MONTH     PIC S9(15)V99 COMP.
       05 L$_WS01_TIE_EXPLAINED     PIC S9(15)V99 COMP.
       05 L$_WS01_TIE_DIFF          PIC S9(15)V99 COMP.

 01 L$_WS01_WANT_KIND               PIC X(01).
 01 L$_WS01_WANT_ACCOUNT            PIC X(16).
 01 L$_WS01_WANT_CURRENCY           PIC X(02).
 01 L$_WS01_TIE_FOUND               PIC 9(02)       COMP.
 01 L$_WS01_LC_SEQ                  PIC 9(09).
 01 L$_WS01_PREV_FILE_NAME          PIC X(34).
 01 L$_WS01_GL_RUN                  PIC S9(15)V99 COMP.
 01 L$_WS01_TR_RUN                  PIC S9(15)V99 COMP.
 01 L$_WS01_RUN_DIFF                PIC S9(15)V99 COMP.
 01 L$_WS01_UNEXPLAINED             PIC S9(15)V99 COMP.

*   the last lifecycle record of the file name in hand.
 01 L$_WS01_LAST_LC.
    03 L$_WS01_LAST_STATUS          PIC X(01).
    03 L$_WS01_LAST_CREATED         PIC 9(08).
    03 L$_WS01_LAST_DEB             PIC S9(15)V99.
    03 L$_WS01_LAST_CRD             PIC S9(15)V99.
    03 L$_WS01_LAST_CCY             PIC X(02).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_TB                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_TB_NO			    VALUE 0.
       88 L$_SW01_EOF_TB_YES			    VALUE 1.
    03 L$_SW01_EOF_EXP               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_EXP_NO			    VALUE 0.
       88 L$_SW01_EOF_EXP_YES			    VALUE 1.
    03 L$_SW01_EOF_GLM               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_GLM_NO			    VALUE 0.
       88 L$_SW01_EOF_GLM_YES			    VALUE 1.
    03 L$_SW01_EOF_SNAP              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SNAP_NO			    VALUE 0.
       88 L$_SW01_EOF_SNAP_YES			    VALUE 1.
    03 L$_SW01_EOF_LC                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_LC_NO			    VALUE 0.
       88 L$_SW01_EOF_LC_YES			    VALUE 1.
    03 L$_SW01_EOF_SORT              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_EOF_GL                PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_GL_NO			    VALUE 0.
       88 L$_SW01_EOF_GL_YES			    VALUE 1.
    03 L$_SW01_PREV_DAY              PIC 9(01)       VALUE 0.
       88 L$_SW01_PREV_DAY_NO			    VALUE 0.
       88 L$_SW01_PREV_DAY_YES			    VALUE 1.
    03 L$_SW01_TIE_STATE             PIC 9(01)       VALUE 0.
       88 L$_SW01_TIE_CLEAN			    VALUE 0.
       88 L$_SW01_TIE_BROKEN			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_TB_REC                PIC 9(07).
    03 L$_CT01_TB_USED               PIC 9(07).
    03 L$_CT01_EXP_REC               PIC 9(07).
    03 L$_CT01_SNAP_REC              PIC 9(09).
    03 L$_CT01_LC_REC                PIC 9(09).
    03 L$_CT01_FILES_OPEN            PIC 9(09).
    03 L$_CT01_JRN_REC               PIC 9(09).
    03 L$_CT01_JRN_MISSING           PIC 9(03).
    03 L$_CT01_DIFFERENCES           PIC 9(03).
    03 L$_CT01_UNEXPLAINED           PIC 9(03).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.

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

*   New dictionary member. Assumed shape (see Parameters box).
 COPY 'ICA_CDD_WKSP:ICA_TRB72L_GL_TIEOUT_WKSP'        FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72L_GL_TIEOUT_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_TRIAL_BAL_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_TRIAL_BAL_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON I_LIFECYCLE_FILE.
 002.
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
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 003.
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

    PERFORM C-LOAD-TRIAL-BALANCE

    PERFORM D-SUM-IN-TRANSIT

    PERFORM E-SUM-JOURNALS

    PERFORM F-TIE-ALL-LINES

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72L_GL_TIEOUT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_DAY_TBL
               L$_WS01_TIE_TBL
               L$_WS01_GLM_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE MONTH_END_DATE      IN ICA_TRB72L_GL_TIEOUT_INP
      TO L$_WS01_MONTH_END
         L$_WS01_TB_DATE      IN L$_TRIAL_BAL_NAME
         L$_WS01_EXP_DATE     IN L$_EXPLAIN_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    MOVE PREV_MONTH_END_DATE IN ICA_TRB72L_GL_TIEOUT_INP
      TO L$_WS01_PREV_MONTH_END

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72L_GL_TIEOUT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE MONTH_END_DATE	    IN ICA_TRB72L_GL_TIEOUT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Month-end tie-out: TR balances vs GL trial balance - "
           L$_WS01_MONTH_END
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-LOAD-GL-MAP

    PERFORM BB-LOAD-SNAPSHOT-DAYS

*#  member funds in local currency always has a line - the
*#  snapshot total is TR's side of it even with no TB line.
    MOVE "00" TO L$_WS01_GLM_WANT_CURR
    PERFORM BC-FIND-BNKFIL-ACCOUNTS
    MOVE "M"                  TO L$_WS01_WANT_KIND
    MOVE L$_WS01_GLM_CRD_ACCT TO L$_WS01_WANT_ACCOUNT
    MOVE "00"                 TO L$_WS01_WANT_CURRENCY
    PERFORM XT-FIND-TIE-LINE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-GL-MAP				SECTION.
*--------------------------------------------------------------------
*# TRB717's BA-LOAD-GL-MAP: indexed sequential read delivers the rows
*# in key order, so last-match-wins needs no sorting.
 BA-00.

    OPEN INPUT I_GL_MAP_FILE

    IF NOT L$_GL_MAP_FOUND
       MOVE "No GL account mapping store - TRB717's account literals "
         TO MSG IN O_REPORT_REC
       MOVE "are in force." TO MSG IN O_REPORT_REC(57:13)
       PERFORM W-WRITE-REPORT-LINE
       GO TO BA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_GLM_YES
       READ I_GL_MAP_FILE NEXT
          AT END
             SET L$_SW01_EOF_GLM_YES TO TRUE
          NOT AT END
             IF L$_WS01_GLM_CNT < 50
                ADD 1 TO L$_WS01_GLM_CNT
                SET L$_WS01_GLM_IDX TO L$_WS01_GLM_CNT
                MOVE GM_CLASS
                  TO L$_WS01_GLM_CLASS(L$_WS01_GLM_IDX)
                MOVE GM_CURRENCY
                  TO L$_WS01_GLM_CURRENCY(L$_WS01_GLM_IDX)
                MOVE GM_VALID_FROM
                  TO L$_WS01_GLM_FROM(L$_WS01_GLM_IDX)
                MOVE GM_VALID_TO
                  TO L$_WS01_GLM_TO(L$_WS01_GLM_IDX)
                MOVE GM_DEB_ACCOUNT
                  TO L$_WS01_GLM_DEB(L$_WS01_GLM_IDX)
                MOVE GM_CRD_ACCOUNT
                  TO L$_WS01_GLM_CRD(L$_WS01_GLM_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 50 GL mapping "
                        "rows - extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_GL_MAP_FILE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-LOAD-SNAPSHOT-DAYS			SECTION.
*--------------------------------------------------------------------
*# every snapshot day from the previous month end through this one,
*# with its total - the member-funds side, day by day. No month-end
*# snapshot, no tie-out.
 BB-00.

    OPEN INPUT I_SNAPSHOT_FILE ALLOWING ALL

    IF L$_SNAP_OK
       MOVE L$_WS01_PREV_MONTH_END TO SNP_DATE
       MOVE LOW-VALUES             TO SNP_ACCUM_INTR_ID
       START I_SNAPSHOT_FILE KEY NOT < SNP_KEY
    END-IF

    IF NOT L$_SNAP_OK
       SET L$_SW01_EOF_SNAP_YES TO TRUE
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
             IF L$_WS01_DAY_CNT = ZERO
             OR SNP_DATE NOT = L$_WS01_DAY_DATE(L$_WS01_DAY_CNT)
                IF L$_WS01_DAY_CNT NOT < 40
                   DISPLAY "** More than 40 snapshot days in the "
                           "month - run refused."
                   PERFORM XZ-REFUSE-RUN
                END-IF
                ADD 1 TO L$_WS01_DAY_CNT
                MOVE SNP_DATE TO L$_WS01_DAY_DATE(L$_WS01_DAY_CNT)
             END-IF
             ADD SNP_BALANCE
               TO L$_WS01_DAY_SNAP_TOTAL(L$_WS01_DAY_CNT)
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_SNAPSHOT_FILE

    IF L$_WS01_DAY_CNT = ZERO
    OR L$_WS01_DAY_DATE(L$_WS01_DAY_CNT) NOT = L$_WS01_MONTH_END
       DISPLAY "** No snapshot for month end " L$_WS01_MONTH_END
               " - run refused."
       MOVE "** RUN REFUSED - no snapshot for the month-end date."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    IF L$_WS01_DAY_DATE(1) = L$_WS01_PREV_MONTH_END
       SET L$_SW01_PREV_DAY_YES TO TRUE
    ELSE
       MOVE "** No snapshot for the previous month end - a "
         TO MSG IN O_REPORT_REC
       MOVE "difference cannot be dated before the month's first day."
         TO MSG IN O_REPORT_REC(48:56)
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BC-FIND-BNKFIL-ACCOUNTS		SECTION.
*--------------------------------------------------------------------
*# TRB717's CY-FIND-GL-ACCOUNTS for class BNKFIL as in force on the
*# month end: the debit account is bank clearing, the credit
*# account member funds.
 BC-00.

    MOVE "BANK_CLEARING"	TO L$_WS01_GLM_DEB_ACCT
    MOVE "MEMBER_FUNDS"		TO L$_WS01_GLM_CRD_ACCT

    PERFORM VARYING L$_WS01_GLM_IDX FROM 1 BY 1
               UNTIL L$_WS01_GLM_IDX > L$_WS01_GLM_CNT
       IF L$_WS01_GLM_CLASS(L$_WS01_GLM_IDX) = "BNKFIL"
      AND (L$_WS01_GLM_CURRENCY(L$_WS01_GLM_IDX) = "**"
        OR L$_WS01_GLM_CURRENCY(L$_WS01_GLM_IDX)
           = L$_WS01_GLM_WANT_CURR)
      AND L$_WS01_GLM_FROM(L$_WS01_GLM_IDX)
          NOT > L$_WS01_MONTH_END
      AND (L$_WS01_GLM_TO(L$_WS01_GLM_IDX) = ZERO
        OR L$_WS01_GLM_TO(L$_WS01_GLM_IDX)
           NOT < L$_WS01_MONTH_END)
          MOVE L$_WS01_GLM_DEB(L$_WS01_GLM_IDX)
            TO L$_WS01_GLM_DEB_ACCT
          MOVE L$_WS01_GLM_CRD(L$_WS01_GLM_IDX)
            TO L$_WS01_GLM_CRD_ACCT
       END-IF
    END-PERFORM
    .
 BC-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LOAD-TRIAL-BALANCE			SECTION.
*--------------------------------------------------------------------
*# only the lines that are TR's accounts for their currency are
*# kept; the rest of the ledger is not ours to tie.
 C-00.

    OPEN INPUT I_TRIAL_BAL_FILE
    DISPLAY "Open Input File: " L$_TRIAL_BAL_NAME

    PERFORM UNTIL L$_SW01_EOF_TB_YES
       READ I_TRIAL_BAL_FILE
          AT END
             SET L$_SW01_EOF_TB_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_TB_NO
          ADD 1 TO L$_CT01_TB_REC
          MOVE TB_CURRENCY TO L$_WS01_GLM_WANT_CURR
          PERFORM BC-FIND-BNKFIL-ACCOUNTS
          MOVE SPACES TO L$_WS01_WANT_KIND
          IF TB_ACCOUNT = L$_WS01_GLM_CRD_ACCT
             MOVE "M" TO L$_WS01_WANT_KIND
          END-IF
          IF TB_ACCOUNT = L$_WS01_GLM_DEB_ACCT
             MOVE "B" TO L$_WS01_WANT_KIND
          END-IF
          IF L$_WS01_WANT_KIND NOT = SPACES
             ADD 1 TO L$_CT01_TB_USED
             MOVE TB_ACCOUNT  TO L$_WS01_WANT_ACCOUNT
             MOVE TB_CURRENCY TO L$_WS01_WANT_CURRENCY
             PERFORM XT-FIND-TIE-LINE
             ADD TB_BALANCE TO L$_WS01_TIE_GL_BAL(L$_WS01_TIE_IDX)
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_TRIAL_BAL_FILE

*#  member funds: TR's side is the snapshot total, a credit.
    PERFORM VARYING L$_WS01_TIE_IDX FROM 1 BY 1
               UNTIL L$_WS01_TIE_IDX > L$_WS01_TIE_CNT
       IF L$_WS01_TIE_KIND(L$_WS01_TIE_IDX) = "M"
      AND L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX) = "00"
          COMPUTE L$_WS01_TIE_TR_BAL(L$_WS01_TIE_IDX) =
                  ZERO - L$_WS01_DAY_SNAP_TOTAL(L$_WS01_DAY_CNT)
          IF L$_SW01_PREV_DAY_YES
             COMPUTE L$_WS01_TIE_TR_OPEN(L$_WS01_TIE_IDX) =
                     ZERO - L$_WS01_DAY_SNAP_TOTAL(1)
          END-IF
          PERFORM VARYING L$_WS01_DAY_IDX FROM 2 BY 1
                     UNTIL L$_WS01_DAY_IDX > L$_WS01_DAY_CNT
             COMPUTE L$_WS01_DAY_TR_MOVE(L$_WS01_DAY_IDX,
                                         L$_WS01_TIE_IDX) =
                     L$_WS01_DAY_SNAP_TOTAL(L$_WS01_DAY_IDX - 1)
                   - L$_WS01_DAY_SNAP_TOTAL(L$_WS01_DAY_IDX)
          END-PERFORM
       END-IF
    END-PERFORM
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-SUM-IN-TRANSIT			SECTION.
*--------------------------------------------------------------------
*# the bank-clearing side: every live bank file built up to the
*# month end, debit total minus credit total, in its currency
*# (LC_FILE_NAME(1:2), TRB717's rule). A rebuilt phase appends a
*# second record for the same name and only the LAST one is live -
*# the sort by name and arrival order finds it without a table.
 D-00.

    SORT SORT_FILE
         ON ASCENDING
         KEY LS_FILE_NAME
             LS_SEQ
         INPUT  PROCEDURE DA-RELEASE-LIFECYCLE
         OUTPUT PROCEDURE DB-TAKE-LAST-PER-FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-RELEASE-LIFECYCLE			SECTION.
*--------------------------------------------------------------------
 DA-00.

    OPEN INPUT I_LIFECYCLE_FILE
    DISPLAY "Open Input File: " L$_LIFECYCLE_NAME

    PERFORM UNTIL L$_SW01_EOF_LC_YES
       READ I_LIFECYCLE_FILE
          AT END
             SET L$_SW01_EOF_LC_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_LC_NO
          ADD 1 TO L$_CT01_LC_REC
          ADD 1 TO L$_WS01_LC_SEQ
          PERFORM XC-CREATED-DATE
          MOVE LC_FILE_NAME           TO LS_FILE_NAME
          MOVE L$_WS01_LC_SEQ         TO LS_SEQ
          MOVE LC_STATUS              TO LS_STATUS
          MOVE L$_WS01_EVENT_DATE_YMD TO LS_CREATED_YMD
          MOVE LC_DEB_AMT             TO LS_DEB_AMT
          MOVE LC_CRD_AMT             TO LS_CRD_AMT
          RELEASE LC_SORT_REC
       END-IF
    END-PERFORM

    CLOSE I_LIFECYCLE_FILE
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-TAKE-LAST-PER-FILE			SECTION.
*--------------------------------------------------------------------
 DB-00.

    MOVE SPACES TO L$_WS01_PREV_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          IF LS_FILE_NAME NOT = L$_WS01_PREV_FILE_NAME
         AND L$_WS01_PREV_FILE_NAME NOT = SPACES
             PERFORM DC-ADD-ONE-FILE
          END-IF
          MOVE LS_FILE_NAME       TO L$_WS01_PREV_FILE_NAME
          MOVE LS_STATUS          TO L$_WS01_LAST_STATUS
          MOVE LS_CREATED_YMD     TO L$_WS01_LAST_CREATED
          MOVE LS_DEB_AMT         TO L$_WS01_LAST_DEB
          MOVE LS_CRD_AMT         TO L$_WS01_LAST_CRD
          MOVE LS_FILE_NAME(1:2)  TO L$_WS01_LAST_CCY
       END-IF
    END-PERFORM

    IF L$_WS01_PREV_FILE_NAME NOT = SPACES
       PERFORM DC-ADD-ONE-FILE
    END-IF
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-ADD-ONE-FILE			SECTION.
*--------------------------------------------------------------------
*# before the month: the opening position; in the month: the first
*# snapshot day on or after the build date; after it: not ours.
 DC-00.

    IF L$_WS01_LAST_STATUS = "X"
    OR L$_WS01_LAST_CREATED = ZERO
    OR L$_WS01_LAST_CREATED > L$_WS01_MONTH_END
       GO TO DC-EXIT
    END-IF

    ADD 1 TO L$_CT01_FILES_OPEN

    MOVE L$_WS01_LAST_CCY     TO L$_WS01_GLM_WANT_CURR
    PERFORM BC-FIND-BNKFIL-ACCOUNTS
    MOVE "B"                  TO L$_WS01_WANT_KIND
    MOVE L$_WS01_GLM_DEB_ACCT TO L$_WS01_WANT_ACCOUNT
    MOVE L$_WS01_LAST_CCY     TO L$_WS01_WANT_CURRENCY
    PERFORM XT-FIND-TIE-LINE

    COMPUTE L$_WS01_TIE_TR_BAL(L$_WS01_TIE_IDX) =
            L$_WS01_TIE_TR_BAL(L$_WS01_TIE_IDX)
          + L$_WS01_LAST_DEB - L$_WS01_LAST_CRD

    IF L$_WS01_LAST_CREATED NOT > L$_WS01_PREV_MONTH_END
       COMPUTE L$_WS01_TIE_TR_OPEN(L$_WS01_TIE_IDX) =
               L$_WS01_TIE_TR_OPEN(L$_WS01_TIE_IDX)
             + L$_WS01_LAST_DEB - L$_WS01_LAST_CRD
       GO TO DC-EXIT
    END-IF

    PERFORM VARYING L$_WS01_DAY_IDX FROM 1 BY 1
               UNTIL L$_WS01_DAY_IDX > L$_WS01_DAY_CNT
       IF L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
          NOT < L$_WS01_LAST_CREATED
          COMPUTE L$_WS01_DAY_TR_MOVE(L$_WS01_DAY_IDX,
                                      L$_WS01_TIE_IDX) =
                  L$_WS01_DAY_TR_MOVE(L$_WS01_DAY_IDX,
                                      L$_WS01_TIE_IDX)
                + L$_WS01_LAST_DEB - L$_WS01_LAST_CRD
          GO TO DC-EXIT
       END-IF
    END-PERFORM
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-SUM-JOURNALS				SECTION.
*--------------------------------------------------------------------
*# each snapshot day of the month: that day's TRB717 journal,
*# summed per tie-out line, debit plus and credit minus.
 E-00.

    PERFORM VARYING L$_WS01_DAY_IDX FROM 1 BY 1
               UNTIL L$_WS01_DAY_IDX > L$_WS01_DAY_CNT
       IF L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
          > L$_WS01_PREV_MONTH_END
          PERFORM EA-SUM-ONE-DAY
       END-IF
    END-PERFORM
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-SUM-ONE-DAY				SECTION.
*--------------------------------------------------------------------
 EA-00.

    MOVE L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
      TO L$_WS01_GL_DATE IN L$_GL_JOURNAL_NAME

    OPEN INPUT I_GL_JOURNAL_FILE

    IF NOT L$_GL_FILE_FOUND
       ADD 1 TO L$_CT01_JRN_MISSING
       MOVE SPACES TO MSG IN O_REPORT_REC
       STRING "** No GL journal file for "
              L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
              " - the day counts as nothing posted."
         DELIMITED BY SIZE
         INTO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    MOVE 1 TO L$_WS01_DAY_JRN_SEEN(L$_WS01_DAY_IDX)
    SET L$_SW01_EOF_GL_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_GL_YES
       READ I_GL_JOURNAL_FILE
          AT END
             SET L$_SW01_EOF_GL_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_GL_NO
          ADD 1 TO L$_CT01_JRN_REC
          PERFORM EB-TAKE-ONE-ENTRY
       END-IF
    END-PERFORM

    CLOSE I_GL_JOURNAL_FILE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-TAKE-ONE-ENTRY			SECTION.
*--------------------------------------------------------------------
 EB-00.

    PERFORM VARYING L$_WS01_TIE_IDX FROM 1 BY 1
               UNTIL L$_WS01_TIE_IDX > L$_WS01_TIE_CNT
       IF L$_WS01_TIE_ACCOUNT(L$_WS01_TIE_IDX)  = JR_ACCOUNT
      AND L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX) = JR_CURRENCY
          IF JR_DR_CR = "D"
             ADD JR_AMOUNT
               TO L$_WS01_DAY_JRN_NET(L$_WS01_DAY_IDX,
                                      L$_WS01_TIE_IDX)
                  L$_WS01_TIE_JRN_MONTH(L$_WS01_TIE_IDX)
          ELSE
             SUBTRACT JR_AMOUNT
               FROM L$_WS01_DAY_JRN_NET(L$_WS01_DAY_IDX,
                                        L$_WS01_TIE_IDX)
                    L$_WS01_TIE_JRN_MONTH(L$_WS01_TIE_IDX)
          END-IF
          GO TO EB-EXIT
       END-IF
    END-PERFORM
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-TIE-ALL-LINES			SECTION.
*--------------------------------------------------------------------
 F-00.

    PERFORM FA-LOAD-EXPLANATIONS

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM VARYING L$_WS01_TIE_IDX FROM 1 BY 1
               UNTIL L$_WS01_TIE_IDX > L$_WS01_TIE_CNT
       PERFORM FB-TIE-ONE-LINE
    END-PERFORM
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-LOAD-EXPLANATIONS			SECTION.
*--------------------------------------------------------------------
 FA-00.

    OPEN INPUT I_EXPLAIN_FILE

    IF NOT L$_EXPLAIN_FOUND
       MOVE "No explanation file for the month."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO FA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_EXP_YES
       READ I_EXPLAIN_FILE
          AT END
             SET L$_SW01_EOF_EXP_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_EXP_NO
          ADD 1 TO L$_CT01_EXP_REC
          MOVE 0 TO L$_WS01_TIE_FOUND
          PERFORM VARYING L$_WS01_TIE_IDX FROM 1 BY 1
                     UNTIL L$_WS01_TIE_IDX > L$_WS01_TIE_CNT
             IF L$_WS01_TIE_ACCOUNT(L$_WS01_TIE_IDX)  = EXP_ACCOUNT
            AND L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX) = EXP_CURRENCY
                ADD EXP_AMOUNT
                  TO L$_WS01_TIE_EXPLAINED(L$_WS01_TIE_IDX)
                MOVE 1 TO L$_WS01_TIE_FOUND
             END-IF
          END-PERFORM
          MOVE EXP_AMOUNT TO LD$_AMT
          MOVE SPACES TO MSG IN O_REPORT_REC
          IF L$_WS01_TIE_FOUND = 0
             STRING "  EXPLANATION FOR AN ACCOUNT NOT TIED - ignored: "
                    EXP_ACCOUNT " " EXP_CURRENCY " " LD$_AMT
               DELIMITED BY SIZE
               INTO MSG IN O_REPORT_REC
          ELSE
             STRING "  EXPLAINED " EXP_ACCOUNT " " EXP_CURRENCY " "
                    LD$_AMT " " EXP_REASON
               DELIMITED BY SIZE
               INTO MSG IN O_REPORT_REC
          END-IF
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM

    CLOSE I_EXPLAIN_FILE
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 FB-TIE-ONE-LINE			SECTION.
*--------------------------------------------------------------------
 FB-00.

    COMPUTE L$_WS01_TIE_DIFF(L$_WS01_TIE_IDX) =
            L$_WS01_TIE_GL_BAL(L$_WS01_TIE_IDX)
          - L$_WS01_TIE_TR_BAL(L$_WS01_TIE_IDX)

    COMPUTE L$_WS01_UNEXPLAINED =
            L$_WS01_TIE_DIFF(L$_WS01_TIE_IDX)
          - L$_WS01_TIE_EXPLAINED(L$_WS01_TIE_IDX)

    MOVE L$_WS01_TIE_GL_BAL(L$_WS01_TIE_IDX) TO LD$_AMT
    MOVE L$_WS01_TIE_TR_BAL(L$_WS01_TIE_IDX) TO LD$_AMT2
    MOVE L$_WS01_TIE_DIFF(L$_WS01_TIE_IDX)   TO LD$_AMT3
    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF L$_WS01_TIE_KIND(L$_WS01_TIE_IDX) = "M"
       STRING "MEMBER FUNDS  "
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "BANK CLEARING "
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    STRING L$_WS01_TIE_ACCOUNT(L$_WS01_TIE_IDX)
           " CCY " L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX)
           " GL " LD$_AMT " TR " LD$_AMT2 " DIFF " LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC(15:186)
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_TIE_DIFF(L$_WS01_TIE_IDX) = ZERO
       GO TO FB-EXIT
    END-IF

    ADD 1 TO L$_CT01_DIFFERENCES

    IF L$_WS01_UNEXPLAINED = ZERO
       MOVE "  difference fully explained."
         TO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO FB-EXIT
    END-IF

    ADD 1 TO L$_CT01_UNEXPLAINED
    SET L$_SW01_TIE_BROKEN TO TRUE

    MOVE L$_WS01_UNEXPLAINED TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  ** UNEXPLAINED DIFFERENCE " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM FC-DRILL-DOWN
    .
 FB-EXIT.    EXIT.
*--------------------------------------------------------------------
 FC-DRILL-DOWN				SECTION.
*--------------------------------------------------------------------
*# roll the trial balance back by the month's journals to the
*# previous month end and set it against TR's opening; then walk
*# forward a snapshot day at a time - the first day the two stop
*# agreeing is the day whose journal diverged.
 FC-00.

    COMPUTE L$_WS01_GL_RUN =
            L$_WS01_TIE_GL_BAL(L$_WS01_TIE_IDX)
          - L$_WS01_TIE_JRN_MONTH(L$_WS01_TIE_IDX)
    MOVE L$_WS01_TIE_TR_OPEN(L$_WS01_TIE_IDX) TO L$_WS01_TR_RUN

    IF L$_SW01_PREV_DAY_YES
       COMPUTE L$_WS01_RUN_DIFF = L$_WS01_GL_RUN - L$_WS01_TR_RUN
       IF L$_WS01_RUN_DIFF NOT = ZERO
          MOVE L$_WS01_RUN_DIFF TO LD$_AMT
          MOVE SPACES  TO MSG IN O_REPORT_REC
          STRING "  already different at the previous month end "
                 L$_WS01_PREV_MONTH_END " by " LD$_AMT
                 " - the divergence predates this month."
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          GO TO FC-EXIT
       END-IF
    END-IF

    PERFORM VARYING L$_WS01_DAY_IDX FROM 1 BY 1
               UNTIL L$_WS01_DAY_IDX > L$_WS01_DAY_CNT
       IF L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
          > L$_WS01_PREV_MONTH_END
          ADD L$_WS01_DAY_JRN_NET(L$_WS01_DAY_IDX, L$_WS01_TIE_IDX)
            TO L$_WS01_GL_RUN
          ADD L$_WS01_DAY_TR_MOVE(L$_WS01_DAY_IDX, L$_WS01_TIE_IDX)
            TO L$_WS01_TR_RUN
          COMPUTE L$_WS01_RUN_DIFF = L$_WS01_GL_RUN - L$_WS01_TR_RUN
          IF L$_WS01_RUN_DIFF NOT = ZERO
             MOVE L$_WS01_DAY_JRN_NET(L$_WS01_DAY_IDX,
                                      L$_WS01_TIE_IDX) TO LD$_AMT
             MOVE L$_WS01_DAY_TR_MOVE(L$_WS01_DAY_IDX,
                                      L$_WS01_TIE_IDX) TO LD$_AMT2
             MOVE L$_WS01_RUN_DIFF                     TO LD$_AMT3
             MOVE SPACES  TO MSG IN O_REPORT_REC
             STRING "  FIRST DIVERGED ON "
                    L$_WS01_DAY_DATE(L$_WS01_DAY_IDX)
                    ": journal " LD$_AMT " TR movement " LD$_AMT2
                    " difference " LD$_AMT3
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE
             IF L$_WS01_DAY_JRN_SEEN(L$_WS01_DAY_IDX) = 0
                MOVE "  (no journal file that day)"
                  TO MSG  IN O_REPORT_REC
                PERFORM W-WRITE-REPORT-LINE
             END-IF
             GO TO FC-EXIT
          END-IF
       END-IF
    END-PERFORM

    MOVE "  no day diverged - the difference predates the snapshot "
      TO MSG  IN O_REPORT_REC
    MOVE "history." TO MSG  IN O_REPORT_REC(58:8)
    PERFORM W-WRITE-REPORT-LINE
    .
 FC-EXIT.    EXIT.
*--------------------------------------------------------------------
 XC-CREATED-DATE			SECTION.
*--------------------------------------------------------------------
*# the lifecycle's build timestamp as CCYYMMDD - TRB72A's
*# conversion; zero when it cannot be converted.
 XC-00.

    MOVE ZERO TO L$_WS01_EVENT_DATE_YMD

    MOVE LC_CREATED_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO XC-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_EVENT_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_EVENT_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_EVENT_DATE_YMD(1:4)
    .
 XC-EXIT.    EXIT.
*--------------------------------------------------------------------
 XT-FIND-TIE-LINE			SECTION.
*--------------------------------------------------------------------
*# the line for L$_WS01_WANT_KIND/ACCOUNT/CURRENCY, added when new;
*# L$_WS01_TIE_IDX points at it on return.
 XT-00.

    PERFORM VARYING L$_WS01_TIE_IDX FROM 1 BY 1
               UNTIL L$_WS01_TIE_IDX > L$_WS01_TIE_CNT
       IF L$_WS01_TIE_KIND(L$_WS01_TIE_IDX)     = L$_WS01_WANT_KIND
      AND L$_WS01_TIE_ACCOUNT(L$_WS01_TIE_IDX)  = L$_WS01_WANT_ACCOUNT
      AND L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX) = L$_WS01_WANT_CURRENCY
          GO TO XT-EXIT
       END-IF
    END-PERFORM

    IF L$_WS01_TIE_CNT NOT < 20
       DISPLAY "** More than 20 TR account/currency lines - "
               "run refused."
       PERFORM XZ-REFUSE-RUN
    END-IF

    ADD 1 TO L$_WS01_TIE_CNT
    SET L$_WS01_TIE_IDX TO L$_WS01_TIE_CNT
    MOVE L$_WS01_WANT_KIND     TO L$_WS01_TIE_KIND(L$_WS01_TIE_IDX)
    MOVE L$_WS01_WANT_ACCOUNT  TO L$_WS01_TIE_ACCOUNT(L$_WS01_TIE_IDX)
    MOVE L$_WS01_WANT_CURRENCY TO L$_WS01_TIE_CURRENCY(L$_WS01_TIE_IDX)
    .
 XT-EXIT.    EXIT.
*--------------------------------------------------------------------
 XZ-REFUSE-RUN				SECTION.
*--------------------------------------------------------------------
 XZ-00.

    CLOSE O_REPORT_FILE
    MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    SET SP$_EXIT_STATUS_FAILURE TO TRUE

    CALL 'UTL_TERM_PROG_FUNCTION'
    CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    .
 XZ-EXIT.    EXIT.
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

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Trial-balance lines read:" DELIMITED BY SIZE
           L$_CT01_TB_REC              DELIMITED BY SIZE
           "  TR lines among them:"    DELIMITED BY SIZE
           L$_CT01_TB_USED             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Snapshot records read:"    DELIMITED BY SIZE
           L$_CT01_SNAP_REC            DELIMITED BY SIZE
           "  snapshot days:"          DELIMITED BY SIZE
           L$_WS01_DAY_CNT             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Lifecycle records read:"   DELIMITED BY SIZE
           L$_CT01_LC_REC              DELIMITED BY SIZE
           "  live files in transit:"  DELIMITED BY SIZE
           L$_CT01_FILES_OPEN          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Journal entries read:"     DELIMITED BY SIZE
           L$_CT01_JRN_REC             DELIMITED BY SIZE
           "  days without a journal:" DELIMITED BY SIZE
           L$_CT01_JRN_MISSING         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Differences:"              DELIMITED BY SIZE
           L$_CT01_DIFFERENCES         DELIMITED BY SIZE
           "  unexplained:"            DELIMITED BY SIZE
           L$_CT01_UNEXPLAINED         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_SW01_TIE_BROKEN
       MOVE "*** TIE-OUT FAILED - UNEXPLAINED DIFFERENCES ABOVE. ***"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       DISPLAY "*** TIE-OUT FAILED - ", L$_CT01_UNEXPLAINED,
               " unexplained difference(s). ***"
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       MOVE "Tie-out clean - every TR line agrees or is explained."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72L_GL_TIEOUT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE MONTH_END_DATE	    IN ICA_TRB72L_GL_TIEOUT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_TB_REC
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_TIE_CNT
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_UNEXPLAINED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72L_GL_TIEOUT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
