*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72T_ADC_BACKOUT.COB] ******************
*                                                                   *
*                                    [TR sub-system]                *
*        Whole-file back-out of an applied ADC transfer             *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Once ICA_TRB71I_APPL has applied an ADC file, its 755 updates,   *
*  875 rows and ATR records are live - the quarantine queue only    *
*  helps before the run and the reversal-receipt handling only      *
*  per receipt.  When a source system admits a file was wrong,      *
*  this job backs the whole TRNF_ID out, under two operators:       *
*                                                                   *
*    "R" request - the first operator names the TRNF_ID and the     *
*        reason.  The run's 875 rows (ICA_TRB71I_875_<TRNF_ID>_*,   *
*        gathered into one file by the DCL, the ICA_TRB71J_ACCUM_   *
*        RECON convention) are counted and summed and must tie to   *
*        the run's own metrics records - a missing chunk file       *
*        refuses the request.  Count and net amount are sealed on   *
*        the back-out request store.                                *
*                                                                   *
*    "A" approve and apply - a second operator, never the           *
*        requester.  The 875 file is recounted against the seal,    *
*        every accumulator it touched must still be readable, and   *
*        only then is anything written:                             *
*          - one reversing 875 row per original row, meaning code   *
*            V2875$ADC_BACKOUT, the reversal riding OLD_VALUE as    *
*            marker byte "B" plus a display S9(07)V99 (the ICA_     *
*            TRB71H_SET_ACCUM_IKUL slice);                          *
*          - one 755 full-row image per accumulator with the net    *
*            reversal carried into CURRENT_BALANCE (the ICA_        *
*            TRB71X_CREDIT_INTAKE convention - the nightly DCL      *
*            applier takes both files into the tables);             *
*          - a correcting ATR_F record for the TRNF_ID, status 99   *
*            "file backed out", registered on the ATR manifest;     *
*          - the FILEIN row set to V2002$INPUTING_BACKED_OUT, so    *
*            the corrected file is taken in cleanly under its own   *
*            TRNF_ID.                                               *
*                                                                   *
*  TRB71I's history rows carry the movement each one made in the    *
*  ten leading OLD_VALUE bytes (the amount ICA_TRB71I_SET_DBCR_     *
*  STOP totals into TOTAL_TRN_AMT, signed as TRN_CREDIT_AMOUNT -    *
*  a deduction is negative).  The reversal is that movement with    *
*  the sign turned; a row whose slice is not numeric refuses the    *
*  whole back-out, nothing is ever half-reversed.                   *
*                                                                   *
*  The register ties the reversal to the original run: metrics      *
*  counts, 875 rows and net movement of the run against reversing   *
*  rows written and their total - the two must net to zero.         *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)     *
*       RUN_MODE             I    "R" request / "A" approve and     *
*                                  apply.                           *
*       TRNF_ID              I    the ADC transfer to back out.     *
*       TRB71I_875_FILE_NAME I    the run's gathered ICA_TRB71I_    *
*                                  875_<TRNF_ID>_* rows.            *
*       METRICS_FILE_NAME    I    the run's gathered TRB71I_        *
*                                  METRICS_<TRNF_ID> records.       *
*       REASON               I    why the file is backed out ("R"). *
*       OPER_ID              I    run id - names the output files.  *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                    *
*       I875_RUN_FILE            I   the run's 875 rows.            *
*       I_METRICS_FILE           I   the run's metrics records.     *
*       IO_REQUEST_FILE         I/O  back-out request store.        *
*       ICD_PRT_755_BAL_CHK      I   accumulator balance.           *
*       ICD_PRT_755_DBCR_STOP    I   accumulator full row.          *
*       SORT_FILE                S   875 rows by accumulator.       *
*       SORT_WORK_FILE          S/W  sorted rows between passes.    *
*       P_TRB72T_755_FILE        O   755 reversing row images.      *
*       P_TRB72T_875_FILE        O   875 reversing rows.            *
*       P_TRB72T_ATR_F           O   correcting ATR_F record.       *
*       P_TRB72T_MANIFEST        O   ATR transmission manifest.     *
*       ICA_SVM_FILEIN_UPDATE    O   FILEIN row status.             *
*       O_REPORT_FILE            O   back-out register.             *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID  *
* --------------------------------- ------------- ----------- ----  *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171  *
*  875 row goes through              (see JC-REVERSE-ONE-ROW)       *
*  ICA_TRF720_PERIOD_CHK before it                                  *
*  is written - a row dated into a                                  *
*  closed period is re-dated to the                                 *
*  first open period and listed on                                  *
*  the prior-period register.                                       *
* --------------------------------- ------------- ----------- ----  *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72T_ADC_BACKOUT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The run's 875 rows, every chunk gathered into one file.
    SELECT I875_RUN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The run's metrics records - handled by status, a missing file
*   refuses the run.
    SELECT I_METRICS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_METRICS_STATUS.

*   Back-out request store - one record per TRNF_ID, permanent,
*   create-on-first-use through the probe. Handled by status.
    SELECT IO_REQUEST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       BR_TRNF_ID
           FILE STATUS		  IS	       L$_REQUEST_STATUS.

    SELECT IO_REQUEST_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_REQUEST_PROBE_STATUS.

*   Sorted rows between the check pass and the apply pass - own
*   generated name, never the run's 875 file.
    SELECT SORT_WORK_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT P_TRB72T_755_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT P_TRB72T_875_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT P_TRB72T_ATR_F
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   ATR transmission manifest - own status, no DECLARATIVES: a
*   manifest problem is reported, never fatal (the TRB71I stance).
    SELECT P_TRB72T_MANIFEST
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANIF_FILE_STATUS.

    SELECT P_TRB72T_MANIF_PROBE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANIF_PROBE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Orders the run's rows by accumulator - see E-SORT-AND-CHECK.
    SELECT  SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
 FD I875_RUN_FILE
    VALUE OF ID IS L$_I875_RUN_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"      FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    I875_RUN_REC.

*   ICA_TRB71I_APPL's metrics record - hand-kept convention, see its
*   EF-WRITE-METRICS-FEED. One per chunk run of the TRNF_ID.
 FD I_METRICS_FILE
    VALUE OF ID IS L$_METRICS_FILE_NAME.
 01 I_METRICS_REC.
    03 MT_TRNF_ID		PIC 9(06).
    03 MT_SRC_CODE		PIC 9(04).
    03 MT_TYPE_CODE		PIC 9(03).
    03 MT_REC_READ		PIC 9(09).
    03 MT_REC_875		PIC 9(09).
    03 MT_REC_ATR		PIC 9(09).
    03 MT_REC_ERROR		PIC 9(09).
    03 MT_ELAPSED_SEC		PIC S9(09)V9(02).
    03 MT_DATE		PIC X(10).

*   One back-out per TRNF_ID: requested ("R") by one operator with
*   the 875 count and net sealed, applied ("A") by another.
 FD IO_REQUEST_FILE
    VALUE OF ID IS L$_REQUEST_FILE_NAME.
 01 IO_REQUEST_REC.
    03 BR_TRNF_ID                   PIC 9(06).
    03 BR_STATUS                    PIC X(01).
       88 BR_STATUS_REQUESTED		    VALUE "R".
       88 BR_STATUS_APPLIED		    VALUE "A".
    03 BR_REQ_USER                  PIC X(12).
    03 BR_REQ_TMSP                  PIC S9(11)V9(07) COMP.
    03 BR_REASON                    PIC X(40).
    03 BR_875_ROWS                  PIC 9(09).
    03 BR_875_NET                   PIC S9(12)V99.
    03 BR_APPR_USER                 PIC X(12).
    03 BR_APPR_TMSP                 PIC S9(11)V9(07) COMP.
    03 BR_APPLY_OPER_ID             PIC 9(16).

 FD IO_REQUEST_PROBE_FILE
    VALUE OF ID IS L$_REQUEST_PROBE_NAME.
 01 IO_REQUEST_PROBE_REC            PIC X(01).

 FD SORT_WORK_FILE
    VALUE OF ID IS L$_SORT_WORK_FILE_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"      FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    S875_WORK_REC.

*   755 balance update: the full row image, balance carried forward -
*   the same shape ICA_TRB71X_CREDIT_INTAKE hands the DCL applier.
 FD P_TRB72T_755_FILE
    VALUE OF ID IS L$_P_755_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW"   FROM DICTIONARY
       REPLACING    ICD_PRT_755_DBCR_STOP_PRW
              BY    P_TRB72T_755_REC.

 FD P_TRB72T_875_FILE
    VALUE OF ID IS L$_P_875_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"   FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P_TRB72T_875_REC.

 FD P_TRB72T_ATR_F
    VALUE OF ID IS L$_P_ATR_F_NAME.
    COPY "ICD_CDD_WKSP:ICD_ATR_6699_ADC_IN_FIL"	    FROM DICTIONARY
       REPLACING    ICD_ATR_6699_ADC_IN_FIL
              BY    P_TRB72T_ATR_F_REC.

*   ATR manifest record - hand-kept convention shared with
*   ICA_TRB71I_APPL, ICA_TRB71Q_ATR_CONFIRM and ICA_TRB71R_ATR_AGING.
 FD P_TRB72T_MANIFEST
    VALUE OF ID IS L$_MANIFEST_NAME.
 01 P_TRB72T_MANIFEST_REC.
    03 MF_TRNF_ID		PIC 9(06).
    03 MF_ATR_R_NAME		PIC X(52).
    03 MF_ATR_F_NAME		PIC X(52).
    03 MF_REC_COUNT		PIC S9(09) COMP.
    03 MF_WRITTEN_DATE		PIC X(10).
    03 MF_STATUS		PIC X(01).
       88 MF_STATUS_UNCONFIRMED		VALUE "U".
       88 MF_STATUS_CONFIRMED		VALUE "C".
       88 MF_STATUS_MISMATCH		VALUE "M".
    03 MF_CONFIRMED_COUNT	PIC S9(09) COMP.

 FD P_TRB72T_MANIF_PROBE
    VALUE OF ID IS L$_MANIF_PROBE_NAME.
 01 P_TRB72T_MANIF_PROBE_REC	PIC X(01).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

 SD  SORT_FILE.
    01  SORT_REC.
        COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"  FROM DICTIONARY
           REPLACING    ICD_PRT_875_HST_STP_UPD  BY  SORT_875_REC
                         ==01==                 BY  ==03==.

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_I875_RUN_NAME                PIC X(54).
 01 L$_METRICS_FILE_NAME            PIC X(54).

 01 L$_REQUEST_FILE_NAME            PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72T_BACKOUT_REQ.IDX".

 01 L$_REQUEST_PROBE_NAME           PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB72T_BACKOUT_REQ.IDX".

 01 L$_SORT_WORK_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72T_SORT_".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".TMP".

 01 L$_P_755_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72T_755_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_875_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72T_875_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_ATR_F_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(17)	    VALUE "ICA_TRB72T_ATR_F_".
    03 L$_WS01_TRNF_ID	    PIC 9(06).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

*   the ADC file name exactly as ICA_TRB71I_APPL put it on its own
*   ATR_F record, so ATR matches the correction to the original.
 01 L$_ADC_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_SI_DAT_DIR:".
    03 FILLER		    PIC X(18)	    VALUE "ICA_SVB609_FILEIN_".
    03 L$_WS01_TRNF_ID	    PIC 9(06).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_MANIFEST_NAME                PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_ATR_MANIFEST.DAT".

 01 L$_MANIF_PROBE_NAME             PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_ATR_MANIFEST.DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72T_RPT_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_METRICS_STATUS               PIC X(02).
    88 L$_METRICS_OK		    VALUE "00".

 01 L$_REQUEST_STATUS               PIC X(02).
    88 L$_REQUEST_OK		    VALUE "00".
    88 L$_REQUEST_NOT_FOUND		    VALUE "23".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_REQUEST_PROBE_STATUS         PIC X(02).
    88 L$_REQUEST_PROBE_OPENED	    VALUE "00".
    88 L$_REQUEST_PROBE_NOT_FOUND	    VALUE "35".

 01 L$_MANIF_FILE_STATUS            PIC X(02).
    88 L$_MANIF_FILE_OK		    VALUE "00".

 01 L$_MANIF_PROBE_STATUS           PIC X(02).
    88 L$_MANIF_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_RUN_MODE                PIC X(01).
    88 L$_WS01_MODE_REQUEST		    VALUE "R".
    88 L$_WS01_MODE_APPLY		    VALUE "A".

 01 L$_WS01_RUN_TRNF_ID             PIC 9(06).
 01 L$_WS01_USER_NAME               PIC X(12).
 01 L$_WS01_REFUSE_TEXT             PIC X(80).

*   the movement a TRB71I row made, off its ten leading OLD_VALUE
*   bytes, and the reversal as it travels inside OLD_VALUE of the
*   reversing row: marker byte "B" and a display S9(07)V99.
 01 L$_WS01_ROW_SLICE               PIC X(09).
 01 L$_WS01_ROW_AMOUNT REDEFINES L$_WS01_ROW_SLICE
                                    PIC S9(07)V99.
 01 L$_WS01_REV_STORE               PIC S9(07)V99.

 01 L$_WS01_CURR_ACCUM              PIC X(20).
 01 L$_WS01_PREV_ACCUM              PIC X(20).

 01 L$_WS01_GROUP.
    03 L$_WS01_GRP_ROWS             PIC 9(09).
    03 L$_WS01_GRP_REVERSAL         PIC S9(12)V99.
    03 L$_WS01_GRP_BAL_BEFORE       PIC S9(12)V99.
    03 L$_WS01_GRP_BAL_AFTER        PIC S9(12)V99.

*   today as DD-MM-YYYY, for the manifest's written date.
 01 L$_WS01_CURRENT_DATE            PIC X(10).

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_AMT2                        PIC -(12)9.99.
 01 LD$_AMT3                        PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_875              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_875_NO		    VALUE 0.
       88 L$_SW01_EOF_875_YES		    VALUE 1.
    03 L$_SW01_EOF_METRICS          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_METRICS_NO		    VALUE 0.
       88 L$_SW01_EOF_METRICS_YES		    VALUE 1.
    03 L$_SW01_EOF_SORT             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO		    VALUE 0.
       88 L$_SW01_EOF_SORT_YES		    VALUE 1.
    03 L$_SW01_EOF_WORK_FILE        PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_WORK_FILE_NO	    VALUE 0.
       88 L$_SW01_EOF_WORK_FILE_YES	    VALUE 1.
    03 L$_SW01_FIRST_GROUP          PIC 9(01)       VALUE 1.
       88 L$_SW01_FIRST_GROUP_YES		    VALUE 1.
       88 L$_SW01_FIRST_GROUP_NO		    VALUE 0.
    03 L$_SW01_GROUP_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_GROUP_READABLE		    VALUE 0.
       88 L$_SW01_GROUP_UNREADABLE	    VALUE 1.
    03 L$_SW01_STORE_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_STORE_CLOSED		    VALUE 0.
       88 L$_SW01_STORE_OPEN		    VALUE 1.
    03 L$_SW01_REPORT_STATE         PIC 9(01)       VALUE 0.
       88 L$_SW01_REPORT_CLOSED		    VALUE 0.
       88 L$_SW01_REPORT_OPEN		    VALUE 1.
    03 L$_SW01_REQUEST_STATE        PIC 9(01)       VALUE 0.
       88 L$_SW01_REQUEST_NEW		    VALUE 0.
       88 L$_SW01_REQUEST_FOUND		    VALUE 1.
    03 L$_SW01_APPLIED              PIC 9(01)       VALUE 0.
       88 L$_SW01_APPLIED_NO		    VALUE 0.
       88 L$_SW01_APPLIED_YES		    VALUE 1.
    03 L$_SW01_RUN_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_RUN_OK		    VALUE 0.
       88 L$_SW01_RUN_FAILED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_METRICS_RECS          PIC 9(05).
    03 L$_CT01_MT_REC_READ           PIC 9(09).
    03 L$_CT01_MT_REC_875            PIC 9(09).
    03 L$_CT01_MT_REC_ATR            PIC 9(09).
    03 L$_CT01_MT_REC_ERROR          PIC 9(09).
    03 L$_CT01_875_ROWS              PIC 9(09).
    03 L$_CT01_875_NOT_NUMERIC       PIC 9(09).
    03 L$_CT01_875_NET               PIC S9(12)V99 COMP.
    03 L$_CT01_ACCUMS                PIC 9(09).
    03 L$_CT01_ACCUMS_UNREADABLE     PIC 9(09).
    03 L$_CT01_ACCUMS_FAILED         PIC 9(09).
    03 L$_CT01_REV_ROWS              PIC 9(09).
    03 L$_CT01_REV_TOTAL             PIC S9(12)V99 COMP.
    03 L$_CT01_755_IMAGES            PIC 9(09).

 01 L$_MT01_MT_SRC_CODE             PIC 9(04).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2875_VAL"    FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2002_VAL"    FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVM_FILEIN_UPDATE_WKSP"      FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"	      FROM DICTIONARY.

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_MODE             - "R" request / "A" approve and apply.
*     TRNF_ID              - the ADC transfer, 9(06).
*     TRB71I_875_FILE_NAME - the run's gathered 875 rows, X(54).
*     METRICS_FILE_NAME    - the run's gathered metrics, X(54).
*     REASON               - why, X(40).
*     OPER_ID              - run id.
 COPY 'ICA_CDD_WKSP:ICA_TRB72T_ADC_BACKOUT_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72T_ADC_BACKOUT_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I875_RUN_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_I875_RUN_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON SORT_WORK_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_SORT_WORK_FILE_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72T_755_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_755_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72T_875_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_875_NAME
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
*-----------------------------------------------------------------------
 005-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72T_ATR_F.
 005.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_ATR_F_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 005-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 006-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 006.
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
       MOVE "Sec:DECLARATIVES 006-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.


*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-READ-METRICS

    IF L$_WS01_MODE_REQUEST
       PERFORM D-SCAN-RUN-FILE
       PERFORM F-TIE-RUN-TOTALS
       PERFORM G-RECORD-REQUEST
    ELSE
       PERFORM H-CHECK-REQUEST
       PERFORM E-SORT-AND-CHECK
       PERFORM F-TIE-RUN-TOTALS
       PERFORM HA-CHECK-SEAL
       PERFORM J-APPLY-BACKOUT
       PERFORM K-WRITE-ATR-CORRECTION
       PERFORM L-MARK-REQUEST-APPLIED
       PERFORM M-UPDATE-FILEIN
    END-IF

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72T_ADC_BACKOUT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_MT01_MT_SRC_CODE

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_MODE	    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO L$_WS01_RUN_MODE

    MOVE TRNF_ID	    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO L$_WS01_RUN_TRNF_ID
         L$_WS01_TRNF_ID    IN L$_P_ATR_F_NAME
         L$_WS01_TRNF_ID    IN L$_ADC_FILE_NAME

    MOVE TRB71I_875_FILE_NAME IN ICA_TRB72T_ADC_BACKOUT_INP
      TO L$_I875_RUN_NAME

    MOVE METRICS_FILE_NAME  IN ICA_TRB72T_ADC_BACKOUT_INP
      TO L$_METRICS_FILE_NAME

    MOVE OPER_ID	    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO L$_WS01_OPER_ID    IN L$_SORT_WORK_FILE_NAME
         L$_WS01_OPER_ID    IN L$_P_755_NAME
         L$_WS01_OPER_ID    IN L$_P_875_NAME
         L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    MOVE SP$_ACW_USER_NAME  IN UTL_USER_ACW
      TO L$_WS01_USER_NAME

    IF NOT L$_WS01_MODE_REQUEST
   AND NOT L$_WS01_MODE_APPLY
       DISPLAY "** RUN_MODE must be R (request) or A (approve and "
               "apply)."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    IF L$_WS01_RUN_TRNF_ID = ZERO
       DISPLAY "** TRNF_ID is required."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

*   requesting and approving are separate grants - the SoD pair
*   ICA_TRB72R_ENTITLE_RECERT watches.
    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP
    MOVE L$_WS01_USER_NAME
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP
    IF L$_WS01_MODE_REQUEST
       MOVE "ADC-BKOUT"
         TO P$_ENT_FUNCTION IN ICA_PRF356_CHECK_ENTITLE_WKSP
    ELSE
       MOVE "ADC-BKAPP"
         TO P$_ENT_FUNCTION IN ICA_PRF356_CHECK_ENTITLE_WKSP
    END-IF
    CALL 'ICA_PRF356_CHECK_ENTITLE'
         USING ICA_PRF356_CHECK_ENTITLE_WKSP

    IF P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP NOT = "Y"
       DISPLAY "** RUN REFUSED - operator not entitled: "
               P$_ENT_REASON IN ICA_PRF356_CHECK_ENTITLE_WKSP
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME
    SET L$_SW01_REPORT_OPEN TO TRUE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "ADC whole-file back-out register - TRNF_ID "
           L$_WS01_RUN_TRNF_ID
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    IF L$_WS01_MODE_REQUEST
       STRING "Run mode: R (request) by " L$_WS01_USER_NAME
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "Run mode: A (approve and apply) by " L$_WS01_USER_NAME
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "875 file: " L$_I875_RUN_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72T_ADC_BACKOUT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_TRNF_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-OPEN-REQUEST-STORE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-OPEN-REQUEST-STORE			SECTION.
*--------------------------------------------------------------------
*# the store is permanent - created empty the first time ever, then
*# always opened I-O so both modes can READ it by TRNF_ID.
 BA-00.

    OPEN INPUT IO_REQUEST_PROBE_FILE

    IF L$_REQUEST_PROBE_NOT_FOUND
       OPEN OUTPUT IO_REQUEST_FILE
       CLOSE IO_REQUEST_FILE
    ELSE
       IF L$_REQUEST_PROBE_OPENED
          CLOSE IO_REQUEST_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_REQUEST_FILE

    IF NOT L$_REQUEST_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "back-out request store not opened, status "
              L$_REQUEST_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    SET L$_SW01_STORE_OPEN TO TRUE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-READ-METRICS				SECTION.
*--------------------------------------------------------------------
*# one metrics record per chunk run of the TRNF_ID - summed, they
*# are what the original run says it did.
 C-00.

    OPEN INPUT I_METRICS_FILE

    IF NOT L$_METRICS_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "run metrics file not readable, status "
              L$_METRICS_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    PERFORM UNTIL L$_SW01_EOF_METRICS_YES
       READ I_METRICS_FILE
          AT END
             SET L$_SW01_EOF_METRICS_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_METRICS_NO
          IF MT_TRNF_ID NOT = L$_WS01_RUN_TRNF_ID
             MOVE SPACES TO L$_WS01_REFUSE_TEXT
             STRING "metrics file carries TRNF_ID " MT_TRNF_ID
                    " - not the run being backed out"
               DELIMITED BY SIZE
               INTO L$_WS01_REFUSE_TEXT
             CLOSE I_METRICS_FILE
             PERFORM X-REFUSE-RUN
          END-IF

          ADD 1            TO L$_CT01_METRICS_RECS
          ADD MT_REC_READ  TO L$_CT01_MT_REC_READ
          ADD MT_REC_875   TO L$_CT01_MT_REC_875
          ADD MT_REC_ATR   TO L$_CT01_MT_REC_ATR
          ADD MT_REC_ERROR TO L$_CT01_MT_REC_ERROR
          MOVE MT_SRC_CODE TO L$_MT01_MT_SRC_CODE
       END-IF
    END-PERFORM

    CLOSE I_METRICS_FILE

    IF L$_CT01_METRICS_RECS = ZERO
       MOVE "run metrics file is empty - the run is not known"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-SCAN-RUN-FILE			SECTION.
*--------------------------------------------------------------------
 D-00.

    OPEN INPUT I875_RUN_FILE
    DISPLAY "Open Input File: " L$_I875_RUN_NAME

    PERFORM UNTIL L$_SW01_EOF_875_YES
       READ I875_RUN_FILE
          AT END
             SET L$_SW01_EOF_875_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_875_NO
          PERFORM DA-NOTE-ONE-ROW
       END-IF
    END-PERFORM

    CLOSE I875_RUN_FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-NOTE-ONE-ROW			SECTION.
*--------------------------------------------------------------------
*# count and net the row; a slice that is not a number cannot be
*# reversed and is listed - F-TIE-RUN-TOTALS refuses the run on it.
 DA-00.

    ADD 1 TO L$_CT01_875_ROWS

    MOVE OLD_VALUE IN I875_RUN_REC(2:9)
      TO L$_WS01_ROW_SLICE

    IF L$_WS01_ROW_AMOUNT IS NOT NUMERIC
       ADD 1 TO L$_CT01_875_NOT_NUMERIC
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  ROW NOT NUMERIC - ACCUM_INTR_ID: "
              ACCUM_INTR_ID IN I875_RUN_REC
              " OLD_VALUE: " OLD_VALUE IN I875_RUN_REC(1:10)
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DA-EXIT
    END-IF

    ADD L$_WS01_ROW_AMOUNT TO L$_CT01_875_NET
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-SORT-AND-CHECK			SECTION.
*--------------------------------------------------------------------
*# the rows by accumulator, so one 755 image carries each
*# accumulator's whole reversal; while the sorted stream is drained
*# every accumulator is read once - one that cannot be read refuses
*# the back-out before anything at all is written.
 E-00.

    SORT SORT_FILE
         ON ASCENDING
         KEY ACCUM_INTR_ID  IN SORT_875_REC
             UPDATE_TMSP    IN SORT_875_REC
         WITH DUPLICATES IN ORDER
         INPUT  PROCEDURE EA-RELEASE-RUN-ROWS
         OUTPUT PROCEDURE EB-RETURN-AND-CHECK

    IF L$_CT01_ACCUMS_UNREADABLE > ZERO
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING L$_CT01_ACCUMS_UNREADABLE
              " accumulator(s) not readable on 755 - nothing reversed"
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-RELEASE-RUN-ROWS			SECTION.
*--------------------------------------------------------------------
 EA-00.

    OPEN INPUT I875_RUN_FILE
    DISPLAY "Open Input File: " L$_I875_RUN_NAME

    PERFORM UNTIL L$_SW01_EOF_875_YES
       READ I875_RUN_FILE
          AT END
             SET L$_SW01_EOF_875_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_875_NO
          PERFORM DA-NOTE-ONE-ROW

          MOVE I875_RUN_REC  TO SORT_875_REC
          RELEASE SORT_REC
       END-IF
    END-PERFORM

    CLOSE I875_RUN_FILE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-RETURN-AND-CHECK			SECTION.
*--------------------------------------------------------------------
 EB-00.

    OPEN OUTPUT SORT_WORK_FILE

    SET L$_SW01_FIRST_GROUP_YES TO TRUE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          MOVE ACCUM_INTR_ID  IN SORT_875_REC
            TO L$_WS01_CURR_ACCUM

          IF L$_SW01_FIRST_GROUP_YES
          OR L$_WS01_CURR_ACCUM NOT = L$_WS01_PREV_ACCUM
             PERFORM EBA-CHECK-ONE-ACCUM
          END-IF

          WRITE S875_WORK_REC FROM SORT_875_REC

          MOVE L$_WS01_CURR_ACCUM TO L$_WS01_PREV_ACCUM
          SET L$_SW01_FIRST_GROUP_NO TO TRUE
       END-IF
    END-PERFORM

    CLOSE SORT_WORK_FILE
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 EBA-CHECK-ONE-ACCUM			SECTION.
*--------------------------------------------------------------------
 EBA-00.

    ADD 1 TO L$_CT01_ACCUMS

    PERFORM Y-READ-ACCUM

    IF L$_SW01_GROUP_UNREADABLE
       ADD 1 TO L$_CT01_ACCUMS_UNREADABLE
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  ACCUM_INTR_ID: " L$_WS01_CURR_ACCUM
              " - not readable on 755"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 EBA-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-TIE-RUN-TOTALS			SECTION.
*--------------------------------------------------------------------
*# what the run says it did (metrics) against what its 875 file
*# holds - a chunk file missing from the gathered file would back
*# the run out only in part, so the counts must agree.
 F-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Original run - ICA_TRB71I_APPL metrics, "
           L$_CT01_METRICS_RECS " chunk record(s):"
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "  ADC records read:      " DELIMITED BY SIZE
           L$_CT01_MT_REC_READ         DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "  875 rows written:      " DELIMITED BY SIZE
           L$_CT01_MT_REC_875          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "  ATR_R records written: " DELIMITED BY SIZE
           L$_CT01_MT_REC_ATR          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "  error records:         " DELIMITED BY SIZE
           L$_CT01_MT_REC_ERROR        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Original run - 875 file:"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "  875 rows read:         " DELIMITED BY SIZE
           L$_CT01_875_ROWS            DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_875_NET TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  net movement:          " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_CT01_875_ROWS = ZERO
       MOVE "no 875 rows in the run file - nothing to back out"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF L$_CT01_875_NOT_NUMERIC > ZERO
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING L$_CT01_875_NOT_NUMERIC
              " 875 row(s) carry no numeric movement"
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF L$_CT01_875_ROWS NOT = L$_CT01_MT_REC_875
       MOVE "875 rows do not tie to the run's metrics - chunk file"
         TO L$_WS01_REFUSE_TEXT
       MOVE " missing or extra"
         TO L$_WS01_REFUSE_TEXT(54:)
       PERFORM X-REFUSE-RUN
    END-IF
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 G-RECORD-REQUEST			SECTION.
*--------------------------------------------------------------------
*# the request seals what the requester saw: the 875 count and net.
*# A repeated request before approval replaces the earlier one; a
*# TRNF_ID already backed out is never requested again.
 G-00.

    MOVE L$_WS01_RUN_TRNF_ID TO BR_TRNF_ID

    READ IO_REQUEST_FILE

    IF NOT L$_REQUEST_OK
   AND NOT L$_REQUEST_NOT_FOUND
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "back-out request store not readable, status "
              L$_REQUEST_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF L$_REQUEST_OK
       IF BR_STATUS_APPLIED
          MOVE SPACES TO L$_WS01_REFUSE_TEXT
          STRING "TRNF_ID already backed out, approved by "
                 BR_APPR_USER
            DELIMITED BY SIZE
            INTO L$_WS01_REFUSE_TEXT
          PERFORM X-REFUSE-RUN
       END-IF
       SET L$_SW01_REQUEST_FOUND TO TRUE
    ELSE
       SET L$_SW01_REQUEST_NEW TO TRUE
    END-IF

    INITIALIZE IO_REQUEST_REC

    MOVE L$_WS01_RUN_TRNF_ID		TO BR_TRNF_ID
    SET BR_STATUS_REQUESTED		TO TRUE
    MOVE L$_WS01_USER_NAME		TO BR_REQ_USER
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO BR_REQ_TMSP
    MOVE REASON		    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO BR_REASON
    MOVE L$_CT01_875_ROWS		TO BR_875_ROWS
    MOVE L$_CT01_875_NET		TO BR_875_NET

    IF L$_SW01_REQUEST_FOUND
       REWRITE IO_REQUEST_REC
    ELSE
       WRITE IO_REQUEST_REC
    END-IF

    IF NOT L$_REQUEST_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "back-out request not recorded, status "
              L$_REQUEST_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Back-out REQUESTED by " L$_WS01_USER_NAME
           " - reason: " BR_REASON
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Awaiting approval by a second operator (RUN_MODE A)."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 G-EXIT.    EXIT.
*--------------------------------------------------------------------
 H-CHECK-REQUEST			SECTION.
*--------------------------------------------------------------------
*# there must be an open request, and the approver is never the
*# requester.
 H-00.

    MOVE L$_WS01_RUN_TRNF_ID TO BR_TRNF_ID

    READ IO_REQUEST_FILE

    IF L$_REQUEST_NOT_FOUND
       MOVE "no back-out request on file for this TRNF_ID"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF NOT L$_REQUEST_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "back-out request store not readable, status "
              L$_REQUEST_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF BR_STATUS_APPLIED
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "TRNF_ID already backed out, approved by "
              BR_APPR_USER
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    IF BR_REQ_USER = L$_WS01_USER_NAME
       MOVE "approver is the requester - a second operator must approve"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Requested by " BR_REQ_USER " - reason: " BR_REASON
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Approved by  " L$_WS01_USER_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 H-EXIT.    EXIT.
*--------------------------------------------------------------------
 HA-CHECK-SEAL				SECTION.
*--------------------------------------------------------------------
*# the file approved must be the file requested.
 HA-00.

    IF L$_CT01_875_ROWS NOT = BR_875_ROWS
    OR L$_CT01_875_NET  NOT = BR_875_NET
       MOVE "875 file differs from the one the back-out was requested on"
         TO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF
    .
 HA-EXIT.    EXIT.
*--------------------------------------------------------------------
 J-APPLY-BACKOUT			SECTION.
*--------------------------------------------------------------------
*# walk the sorted rows once: a reversing 875 row for every row, a
*# 755 image at every change of accumulator.
 J-00.

    SET L$_SW01_APPLIED_YES TO TRUE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Reversal by accumulator:"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT P_TRB72T_755_FILE
    DISPLAY "Open Output File: " L$_P_755_NAME

    OPEN OUTPUT P_TRB72T_875_FILE
    DISPLAY "Open Output File: " L$_P_875_NAME

    OPEN INPUT SORT_WORK_FILE

    SET L$_SW01_FIRST_GROUP_YES   TO TRUE
    SET L$_SW01_EOF_WORK_FILE_NO  TO TRUE

    PERFORM UNTIL L$_SW01_EOF_WORK_FILE_YES
       READ SORT_WORK_FILE
          AT END
             SET L$_SW01_EOF_WORK_FILE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_WORK_FILE_NO
          MOVE ACCUM_INTR_ID  IN S875_WORK_REC
            TO L$_WS01_CURR_ACCUM

          IF L$_SW01_FIRST_GROUP_YES
          OR L$_WS01_CURR_ACCUM NOT = L$_WS01_PREV_ACCUM
             IF L$_SW01_FIRST_GROUP_NO
                PERFORM JB-CLOSE-GROUP
             END-IF
             PERFORM JA-OPEN-GROUP
          END-IF

          PERFORM JC-REVERSE-ONE-ROW

          MOVE L$_WS01_CURR_ACCUM TO L$_WS01_PREV_ACCUM
          SET L$_SW01_FIRST_GROUP_NO TO TRUE
       END-IF
    END-PERFORM

    IF L$_SW01_FIRST_GROUP_NO
       PERFORM JB-CLOSE-GROUP
    END-IF

    CLOSE SORT_WORK_FILE
          P_TRB72T_755_FILE
          P_TRB72T_875_FILE
    DISPLAY "Close Output File: " L$_P_755_NAME
    DISPLAY "Close Output File: " L$_P_875_NAME
    .
 J-EXIT.    EXIT.
*--------------------------------------------------------------------
 JA-OPEN-GROUP				SECTION.
*--------------------------------------------------------------------
*# read again now - the check pass proved the row readable moments
*# ago, so a failure here is reported loudly, never skipped quietly.
 JA-00.

    INITIALIZE L$_WS01_GROUP

    PERFORM Y-READ-ACCUM

    IF L$_SW01_GROUP_UNREADABLE
       ADD 1 TO L$_CT01_ACCUMS_FAILED
       SET L$_SW01_RUN_FAILED TO TRUE
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  " L$_WS01_CURR_ACCUM
              " *** NOT REVERSED - 755 row no longer readable,"
              " reverse by hand"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 JA-EXIT.    EXIT.
*--------------------------------------------------------------------
 JB-CLOSE-GROUP				SECTION.
*--------------------------------------------------------------------
 JB-00.

    IF L$_SW01_GROUP_UNREADABLE
       GO TO JB-EXIT
    END-IF

    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_GRP_BAL_BEFORE

    COMPUTE L$_WS01_GRP_BAL_AFTER =
            L$_WS01_GRP_BAL_BEFORE + L$_WS01_GRP_REVERSAL

    INITIALIZE P_TRB72T_755_REC

    MOVE ICD_PRT_755_DBCR_STOP_PRW IN ICD_PRT_755_DBCR_STOP_DBW
      TO P_TRB72T_755_REC

    MOVE L$_WS01_GRP_BAL_AFTER
      TO CURRENT_BALANCE IN P_TRB72T_755_REC

    WRITE P_TRB72T_755_REC

    ADD 1 TO L$_CT01_755_IMAGES

    MOVE L$_WS01_GRP_REVERSAL   TO LD$_AMT
    MOVE L$_WS01_GRP_BAL_BEFORE TO LD$_AMT2
    MOVE L$_WS01_GRP_BAL_AFTER  TO LD$_AMT3
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  " L$_WS01_PREV_ACCUM
           " rows:" L$_WS01_GRP_ROWS
           " reversal:" LD$_AMT
           " balance:" LD$_AMT2
           " ->" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 JB-EXIT.    EXIT.
*--------------------------------------------------------------------
 JC-REVERSE-ONE-ROW			SECTION.
*--------------------------------------------------------------------
*# the row's movement with the sign turned, as a proper history row:
*# meaning code V2875$ADC_BACKOUT, ACTION_ID 6 when the reversal
*# brings money back, 7 when it takes money away, marker "B".
 JC-00.

    IF L$_SW01_GROUP_UNREADABLE
       GO TO JC-EXIT
    END-IF

    MOVE OLD_VALUE IN S875_WORK_REC(2:9)
      TO L$_WS01_ROW_SLICE

    COMPUTE L$_WS01_REV_STORE = ZERO - L$_WS01_ROW_AMOUNT

    INITIALIZE P_TRB72T_875_REC

    MOVE V2875$ADC_BACKOUT
      TO UPDATE_MEANING_CODE	IN P_TRB72T_875_REC

    IF L$_WS01_REV_STORE > ZERO
       MOVE 6
         TO ACTION_ID		IN P_TRB72T_875_REC
    ELSE
       MOVE 7
         TO ACTION_ID		IN P_TRB72T_875_REC
    END-IF

    MOVE ACCUM_INTR_ID		IN S875_WORK_REC
      TO ACCUM_INTR_ID		IN P_TRB72T_875_REC

    MOVE "B"
      TO OLD_VALUE		IN P_TRB72T_875_REC(1:1)
    MOVE L$_WS01_REV_STORE
      TO OLD_VALUE		IN P_TRB72T_875_REC(2:9)

    MOVE L$_WS01_USER_NAME
      TO UPDATE_USER_CODE	IN P_TRB72T_875_REC

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB72T_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB72T_ADC_BACKOUT"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB72T_875_REC

    WRITE P_TRB72T_875_REC

    ADD 1                 TO L$_WS01_GRP_ROWS
                             L$_CT01_REV_ROWS
    ADD L$_WS01_REV_STORE TO L$_WS01_GRP_REVERSAL
                             L$_CT01_REV_TOTAL
    .
 JC-EXIT.    EXIT.
*--------------------------------------------------------------------
 K-WRITE-ATR-CORRECTION			SECTION.
*--------------------------------------------------------------------
*# one ATR_F record for the TRNF_ID in ICA_TRB71I_APPL's own shape:
*# the same file name, nothing completed, every record of the file
*# bad, status 99 with the back-out as the description - ATR
*# closes the file off the way it does any failed file.
 K-00.

    OPEN OUTPUT P_TRB72T_ATR_F
    DISPLAY "Open Output File: " L$_P_ATR_F_NAME

    INITIALIZE P_TRB72T_ATR_F_REC

    MOVE OPER_ID		    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO OPER_ID		    IN P_TRB72T_ATR_F_REC

    MOVE L$_WS01_RUN_TRNF_ID
      TO TRNF_ID		    IN P_TRB72T_ATR_F_REC

    MOVE L$_MT01_MT_SRC_CODE
      TO TRNF_SRC_CODE		    IN P_TRB72T_ATR_F_REC

    MOVE L$_ADC_FILE_NAME
      TO FILE_NAME		    IN P_TRB72T_ATR_F_REC

    MOVE L$_CT01_MT_REC_READ
      TO IO_IN_TRN_IN_FILE	    IN P_TRB72T_ATR_F_REC
         IO_OUT_TRN_BAD_INCOMPLETE  IN P_TRB72T_ATR_F_REC

    MOVE ZERO
      TO IO_OUT_TRN_COMPLETED	    IN P_TRB72T_ATR_F_REC

    MOVE SP$_DATE_TIME_BINARY	    IN UTL_GET_DATE_TIME_WKSP
      TO CREATE_DATE		    IN P_TRB72T_ATR_F_REC

    MOVE 99
      TO CTRL_STATUS_CODE	    IN P_TRB72T_ATR_F_REC

    STRING
       'File backed out - '		DELIMITED BY SIZE
       L$_CT01_REV_ROWS		DELIMITED BY SIZE
       ' 875 rows reversed.'		DELIMITED BY SIZE
       INTO ERROR_DESCRIPTION	    IN P_TRB72T_ATR_F_REC
    END-STRING

    WRITE P_TRB72T_ATR_F_REC

    CLOSE P_TRB72T_ATR_F
    DISPLAY "Close Output File: " L$_P_ATR_F_NAME

    PERFORM KA-WRITE-MANIFEST-REC
    .
 K-EXIT.    EXIT.
*--------------------------------------------------------------------
 KA-WRITE-MANIFEST-REC			SECTION.
*--------------------------------------------------------------------
*# the correction goes on the ATR manifest like any ATR file pair,
*# so ICA_TRB71Q_ATR_CONFIRM confirms it and ICA_TRB71R_ATR_AGING
*# chases it - no ATR_R records travel with it. A manifest problem
*# is reported, never fatal.
 KA-00.

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY   IN UTL_CVT_DATE_DDMMYYYY_WKSP

    CALL 'UTL_CVT_DATE_DDMMYYYY'  USING  UTL_CVT_DATE_DDMMYYYY_WKSP

    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
      TO L$_WS01_CURRENT_DATE

    OPEN INPUT P_TRB72T_MANIF_PROBE

    IF L$_MANIF_PROBE_FOUND
       CLOSE P_TRB72T_MANIF_PROBE
       OPEN EXTEND P_TRB72T_MANIFEST
    ELSE
       OPEN OUTPUT P_TRB72T_MANIFEST
    END-IF

    IF NOT L$_MANIF_FILE_OK
       DISPLAY "** WARNING - ATR manifest could not be opened, "
               "status: " L$_MANIF_FILE_STATUS
       GO TO KA-EXIT
    END-IF

    MOVE L$_WS01_RUN_TRNF_ID	TO MF_TRNF_ID
    MOVE SPACES		TO MF_ATR_R_NAME
    MOVE L$_P_ATR_F_NAME	TO MF_ATR_F_NAME
    MOVE ZERO			TO MF_REC_COUNT
    MOVE L$_WS01_CURRENT_DATE	TO MF_WRITTEN_DATE
    SET MF_STATUS_UNCONFIRMED	TO TRUE
    MOVE ZERO			TO MF_CONFIRMED_COUNT

    WRITE P_TRB72T_MANIFEST_REC

    IF NOT L$_MANIF_FILE_OK
       DISPLAY "** WARNING - ATR manifest record not written, "
               "status: " L$_MANIF_FILE_STATUS
    END-IF

    CLOSE P_TRB72T_MANIFEST
    .
 KA-EXIT.    EXIT.
*--------------------------------------------------------------------
 L-MARK-REQUEST-APPLIED			SECTION.
*--------------------------------------------------------------------
*# from here on the TRNF_ID cannot be requested or applied again.
 L-00.

    SET BR_STATUS_APPLIED		TO TRUE
    MOVE L$_WS01_USER_NAME		TO BR_APPR_USER
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO BR_APPR_TMSP
    MOVE OPER_ID		    IN ICA_TRB72T_ADC_BACKOUT_INP
      TO BR_APPLY_OPER_ID

    REWRITE IO_REQUEST_REC

    IF NOT L$_REQUEST_OK
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "** Back-out request NOT marked applied, status: "
               L$_REQUEST_STATUS
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "*** Request store NOT marked applied, status "
              L$_REQUEST_STATUS
              " - do not approve this TRNF_ID again"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 L-EXIT.    EXIT.
*--------------------------------------------------------------------
 M-UPDATE-FILEIN			SECTION.
*--------------------------------------------------------------------
*# the FILEIN row closed as backed out - ICA_TRB71I_APPL never
*# picks it up again, and the corrected file comes in under its own
*# TRNF_ID.
 M-00.

    INITIALIZE ICA_SVM_FILEIN_UPDATE_WKSP

    MOVE L$_WS01_RUN_TRNF_ID
      TO TRNF_ID		    IN ICA_SVM_FILEIN_UPDATE_WKSP

    MOVE V2002$INPUTING_BACKED_OUT
      TO TRNF_INPUTING_STS_CODE  IN ICA_SVM_FILEIN_UPDATE_WKSP

    CALL 'ICA_SVM_FILEIN_UPDATE' USING ICA_SVM_FILEIN_UPDATE_WKSP
                                       UTL_CONTROL_ACW

    IF SP$_ACW_PROC_AUX_STATUS IS FAILURE
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "** Error updating FILEIN row for TRNF_ID ",
               L$_WS01_RUN_TRNF_ID
       DISPLAY "   STTS=", SP$_ACW_PROC_AUX_STATUS CONVERSION
       MOVE "*** FILEIN row NOT set to backed out - set it by hand"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 M-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-REFUSE-RUN				SECTION.
*--------------------------------------------------------------------
*# nothing has been written yet when a refusal comes - the register
*# says why and the run ends.
 X-00.

    DISPLAY "** RUN REFUSED - " L$_WS01_REFUSE_TEXT

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "RUN REFUSED - " L$_WS01_REFUSE_TEXT
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    SET L$_SW01_RUN_FAILED TO TRUE

    PERFORM Z-FINISH
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 Y-READ-ACCUM				SECTION.
*--------------------------------------------------------------------
*# the balance and the full row, the two inquiries ICA_TRB71X_
*# CREDIT_INTAKE posts from.
 Y-00.

    SET L$_SW01_GROUP_UNREADABLE TO TRUE

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE L$_WS01_CURR_ACCUM
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       GO TO Y-EXIT
    END-IF

    INITIALIZE ICD_PRT_755_DBCR_STOP_DBW

    MOVE L$_WS01_CURR_ACCUM
      TO ACCUM_INTR_ID IN ICD_PRT_755_DBCR_STOP_PRW
                       IN ICD_PRT_755_DBCR_STOP_DBW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_DBCR_STOP_DBW
    CALL 'ICD_PRT_755_DBCR_STOP_DBA' USING ICD_PRT_755_DBCR_STOP_DBW

    IF DP$_STATUS IN ICD_PRT_755_DBCR_STOP_DBW NOT = SP$_MSG_NORMAL
       GO TO Y-EXIT
    END-IF

    SET L$_SW01_GROUP_READABLE TO TRUE
    .
 Y-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
*# after an apply the reversal must net the run to zero, row for
*# row - anything else FAILS the run.
 Z-00.

    IF L$_SW01_STORE_OPEN
       CLOSE IO_REQUEST_FILE
       SET L$_SW01_STORE_CLOSED TO TRUE
    END-IF

    IF L$_SW01_APPLIED_YES
       MOVE SPACES
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE "Tie-out against the original run:"
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       STRING "  875 rows in the run:         " DELIMITED BY SIZE
              L$_CT01_875_ROWS                   DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       STRING "  reversing 875 rows written:  " DELIMITED BY SIZE
              L$_CT01_REV_ROWS                   DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE L$_CT01_875_NET TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  net movement of the run:     " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE L$_CT01_REV_TOTAL TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  reversal total:              " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       STRING "  accumulators in the run:     " DELIMITED BY SIZE
              L$_CT01_ACCUMS                     DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       STRING "  755 images written:          " DELIMITED BY SIZE
              L$_CT01_755_IMAGES                 DELIMITED BY SIZE
         INTO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       IF L$_CT01_REV_ROWS = L$_CT01_875_ROWS
      AND L$_CT01_875_NET + L$_CT01_REV_TOTAL = ZERO
          MOVE "  TIES - the run is reversed in full."
            TO MSG	IN O_REPORT_REC
       ELSE
          SET L$_SW01_RUN_FAILED TO TRUE
          MOVE "  *** DOES NOT TIE - the run is NOT reversed in full."
            TO MSG	IN O_REPORT_REC
       END-IF
       PERFORM W-WRITE-REPORT-LINE

       IF L$_SW01_RUN_OK
          MOVE SPACES  TO MSG IN O_REPORT_REC
          STRING "The corrected file can now be taken in under its "
                 "own TRNF_ID."
            DELIMITED BY SIZE
            INTO MSG	IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-IF

    IF L$_SW01_REPORT_OPEN
       CLOSE O_REPORT_FILE
       DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
       SET L$_SW01_REPORT_CLOSED TO TRUE
    END-IF

    DISPLAY "875 rows in the run:", L$_CT01_875_ROWS
    DISPLAY "Reversing 875 rows written:", L$_CT01_REV_ROWS
    DISPLAY "755 images written:", L$_CT01_755_IMAGES

    IF L$_SW01_RUN_FAILED
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    ELSE
       MOVE SP$_MSG_NORMAL		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72T_ADC_BACKOUT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_TRNF_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_875_ROWS
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REV_ROWS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ACCUMS_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72T_ADC_BACKOUT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
