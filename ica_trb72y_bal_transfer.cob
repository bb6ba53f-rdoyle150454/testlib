*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72Y_BAL_TRANSFER.COB] *****************
*                                                                   *
*                                    [TR sub-system]                *
*        Applier for member-requested balance transfers between    *
*        accumulators                                               *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_PRB360_MERGE_MEMBERS repoints a whole accumulator during a   *
*  duplicate merge; nothing moved part of a balance between two     *
*  live accumulators.  A member's transfer is now entered on the    *
*  ICA_TRT726_PUT_DATA panel and approved there by a second         *
*  operator; this job applies every APPROVED transfer on the        *
*  balance transfer store:                                          *
*                                                                   *
*    1. the source balance is read through ICD_PRT_755_BAL_CHK -    *
*       the same inquiry everything else trusts - and must cover    *
*       the amount; the receiving accumulator must be readable;    *
*    2. neither owning member may be under legal hold (the store    *
*       ICA_PRT365_PUT_DATA keeps) and neither accumulator may be   *
*       flagged on ICA_PRB359_DORMANCY's dormant register;          *
*    3. the transfer is written as one 755 full-row image per side  *
*       with the balance carried into CURRENT_BALANCE (the ICA_     *
*       TRB71X_CREDIT_INTAKE convention - the nightly DCL applier   *
*       takes both files into the tables) and a pair of 875 rows    *
*       under the balance-transfer meaning code: marker "S" with    *
*       the amount LEAVING the source, marker "R" with the amount   *
*       ARRIVING on the receiving side, the ten-byte OLD_VALUE      *
*       slice the TRB71Y roll-forward proof and TRB717 read;        *
*    4. the transfer is marked done on the store, and a            *
*       confirmation letter goes to both members (one letter when   *
*       one member owns both sides) through the contact-preference *
*       and correspondence-log routines.                            *
*                                                                   *
*  A transfer that fails a check is marked refused with the reason  *
*  - never half-applied, never retried silently; the member's       *
*  request is entered again once the cause is cleared.  An          *
*  accumulator already moved by an earlier transfer in this run     *
*  defers the next one to the following run: the 755 row this job  *
*  reads does not yet show the first movement.                      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)     *
*       OPER_ID              I    run id - names the output files.  *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                    *
*       IO_XFER_STORE           I/O  balance transfer store.        *
*       I_HOLD_FILE              I   legal-hold store.              *
*       I_DORMANT_FILE           I   dormant register.              *
*       ICD_PRT_755_BAL_CHK      I   accumulator balance and owner. *
*       ICD_PRT_755_DBCR_STOP    I   accumulator full row.          *
*       ICD_PRT_343_CLB_MEM_BAS  I   member name and address.       *
*       P_TRB72Y_755_FILE        O   755 row images.                *
*       P_TRB72Y_875_FILE        O   875 transfer rows.             *
*       O_LETTERS_FILE           O   confirmation letters, mail.    *
*       O_LETTERS_E_FILE         O   confirmation letters, email.   *
*       O_REPORT_FILE            O   transfer register.             *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID  *
* --------------------------------- ------------- ----------- ----  *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171  *
*  875 row goes through              (see CE-POST-TRANSFER)         *
*  ICA_TRF720_PERIOD_CHK before it                                  *
*  is written - a row dated into a                                  *
*  closed period is re-dated to the                                 *
*  first open period and listed on                                  *
*  the prior-period register.                                       *
* --------------------------------- ------------- ----------- ----  *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72Y_BAL_TRANSFER.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The balance transfer store ICA_TRT726_PUT_DATA fills. Missing
*   store = nothing ever entered - own status, no DECLARATIVES.
    SELECT IO_XFER_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       XF_XFER_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

*   The legal-hold store ICA_PRT365_PUT_DATA keeps. Missing store =
*   no hold ever placed.
    SELECT I_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       LH_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_HOLD_STATUS.

*   ICA_PRB359_DORMANCY's register - flat, read through once per
*   transfer. Missing register = nothing flagged yet.
    SELECT I_DORMANT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DORMANT_STATUS.

    SELECT P_TRB72Y_755_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT P_TRB72Y_875_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_LETTERS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_LETTERS_E_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

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
*   Same hand-kept record convention ICA_TRT726_PUT_DATA writes.
*     XF_STATUS - "P" entered, "A" approved, "R" rejected, "D" done,
*                 "F" refused here (the reason in XF_REFUSE_TEXT).
 FD IO_XFER_STORE
    VALUE OF ID IS L$_STORE_FILE_NAME.
 01 IO_XFER_REC.
    03 XF_XFER_ID.
       05 XF_REQ_DATE               PIC 9(08).
       05 XF_REQ_SEQ                PIC 9(04).
    03 XF_STATUS                    PIC X(01).
       88 XF_STATUS_PENDING		    VALUE "P".
       88 XF_STATUS_APPROVED		    VALUE "A".
       88 XF_STATUS_REJECTED		    VALUE "R".
       88 XF_STATUS_DONE		    VALUE "D".
       88 XF_STATUS_REFUSED		    VALUE "F".
    03 XF_FROM_ACCUM                PIC X(20).
    03 XF_TO_ACCUM                  PIC X(20).
    03 XF_AMOUNT                    PIC S9(07)V99.
    03 XF_REASON                    PIC X(40).
    03 XF_REQ_USER                  PIC X(12).
    03 XF_REQ_TMSP                  PIC S9(11)V9(07) COMP.
    03 XF_DEC_USER                  PIC X(12).
    03 XF_DEC_TMSP                  PIC S9(11)V9(07) COMP.
    03 XF_DEC_NOTE                  PIC X(40).
    03 XF_APPLY_OPER_ID             PIC 9(16).
    03 XF_APPLY_TMSP                PIC S9(11)V9(07) COMP.
    03 XF_REFUSE_TEXT               PIC X(60).

*   Same hand-kept record convention ICA_PRT365_PUT_DATA writes.
 FD I_HOLD_FILE
    VALUE OF ID IS L$_HOLD_FILE_NAME.
 01 I_HOLD_REC.
    03 LH_CLB_MEM_KEY               PIC X(30).
    03 LH_HOLD_REASON               PIC X(60).
    03 LH_PLACED_BY                 PIC X(12).
    03 LH_PLACED_DATE               PIC 9(08).
    03 LH_PLACED_TMSP               PIC S9(11)V9(07) COMP.

*   Same hand-kept record convention ICA_PRB359_DORMANCY writes.
*     DRM_STATUS "F" flagged / "T" transferred.
 FD I_DORMANT_FILE
    VALUE OF ID IS L$_DORMANT_NAME.
 01 I_DORMANT_REC.
    03 DRM_ACCUM_INTR_ID            PIC X(20).
    03 DRM_CLB_MEM_KEY              PIC X(30).
    03 DRM_FLAGGED_DATE             PIC 9(08).
    03 DRM_LAST_ACT_DATE            PIC 9(08).
    03 DRM_BALANCE                  PIC S9(12)V99.
    03 DRM_STATUS                   PIC X(01).

*   755 balance update: the full row image, balance carried forward -
*   the same shape ICA_TRB71X_CREDIT_INTAKE hands the DCL applier.
 FD P_TRB72Y_755_FILE
    VALUE OF ID IS L$_P_755_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW"   FROM DICTIONARY
       REPLACING    ICD_PRT_755_DBCR_STOP_PRW
              BY    P_TRB72Y_755_REC.

 FD P_TRB72Y_875_FILE
    VALUE OF ID IS L$_P_875_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"   FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P_TRB72Y_875_REC.

 FD O_LETTERS_FILE
    VALUE OF ID IS L$_O_LETTERS_NAME.
 01 O_LETTERS_REC.
    03 MSG                          PIC X(200).

 FD O_LETTERS_E_FILE
    VALUE OF ID IS L$_O_LETTERS_E_NAME.
 01 O_LETTERS_E_REC.
    03 MSG_E                        PIC X(200).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG2                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_STORE_FILE_NAME              PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_BAL_TRANSFER.IDX".

 01 L$_HOLD_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_LEGAL_HOLD.IDX".

 01 L$_DORMANT_NAME                 PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB359_DORMANT.DAT".

 01 L$_P_755_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72Y_755_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_P_875_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72Y_875_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72Y_LTR_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_E_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72Y_LTRE_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72Y_RPT_".
    03 FILLER		    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_STORE_STATUS                 PIC X(02).
    88 L$_STORE_OK			    VALUE "00".
    88 L$_STORE_MISSING		    VALUE "35".

 01 L$_HOLD_STATUS                  PIC X(02).
    88 L$_HOLD_OK			    VALUE "00".
    88 L$_HOLD_MISSING			    VALUE "35".

 01 L$_DORMANT_STATUS               PIC X(02).
    88 L$_DORMANT_FOUND			    VALUE "00".

 01 L$_WS01_RUN_OPER_ID             PIC 9(16).
 01 L$_WS01_TODAY_YMD               PIC 9(08).
 01 L$_WS01_ROW_DATE_YMD            PIC 9(08).
 01 L$_WS01_XFER_ID_DSP             PIC 9(12).
 01 L$_WS01_REFUSE_TEXT             PIC X(60).
 01 L$_WS01_CURR_ACCUM              PIC X(20).
 01 L$_WS01_HOLD_MEMBER             PIC X(30).

*   both sides as read before anything is written: balance, owner,
*   and the full 755 row the image is built from.
 01 L$_WS01_FROM_BALANCE            PIC S9(12)V99.
 01 L$_WS01_FROM_BAL_AFTER          PIC S9(12)V99.
 01 L$_WS01_FROM_MEMBER             PIC X(30).
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW"       FROM DICTIONARY
    REPLACING    ICD_PRT_755_DBCR_STOP_PRW
           BY    L$_WS01_FROM_ROW.

 01 L$_WS01_TO_BALANCE              PIC S9(12)V99.
 01 L$_WS01_TO_BAL_AFTER            PIC S9(12)V99.
 01 L$_WS01_TO_MEMBER               PIC X(30).
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_PRW"       FROM DICTIONARY
    REPLACING    ICD_PRT_755_DBCR_STOP_PRW
           BY    L$_WS01_TO_ROW.

*   the letter being written: whose side, its accumulator and the
*   balance that side is left with.
 01 L$_WS01_LTR_MEMBER              PIC X(30).
 01 L$_WS01_LTR_ACCUM               PIC X(20).
 01 L$_WS01_LTR_BALANCE             PIC S9(12)V99.
 01 L$_WS01_LTR_CHANNEL             PIC X(01).

*   every accumulator this run has already moved - a second
*   transfer on one of them waits for the next run.
 01 L$_WS01_TCH_TBL.
    03 L$_WS01_TCH_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_TCH_ENTRY  OCCURS 500 TIMES
                          INDEXED BY L$_WS01_TCH_IDX.
       05 L$_WS01_TCH_ACCUM         PIC X(20).

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_AMT2                        PIC -(12)9.99.
 01 LD$_AMT3                        PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_STORE            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_STORE_NO		    VALUE 0.
       88 L$_SW01_EOF_STORE_YES		    VALUE 1.
    03 L$_SW01_EOF_DORM             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DORM_NO		    VALUE 0.
       88 L$_SW01_EOF_DORM_YES		    VALUE 1.
    03 L$_SW01_ACCUM_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_ACCUM_READABLE		    VALUE 0.
       88 L$_SW01_ACCUM_UNREADABLE	    VALUE 1.
    03 L$_SW01_XFER_STATE           PIC 9(01)       VALUE 0.
       88 L$_SW01_XFER_OK		    VALUE 0.
       88 L$_SW01_XFER_STOPPED		    VALUE 1.
    03 L$_SW01_HOLD_STORE           PIC 9(01)       VALUE 0.
       88 L$_SW01_HOLD_STORE_NONE		    VALUE 0.
       88 L$_SW01_HOLD_STORE_OPEN		    VALUE 1.
    03 L$_SW01_STORE_STATE          PIC 9(01)       VALUE 0.
       88 L$_SW01_STORE_CLOSED		    VALUE 0.
       88 L$_SW01_STORE_OPEN		    VALUE 1.
    03 L$_SW01_OUTPUT_STATE         PIC 9(01)       VALUE 0.
       88 L$_SW01_OUTPUT_CLOSED		    VALUE 0.
       88 L$_SW01_OUTPUT_OPEN		    VALUE 1.
    03 L$_SW01_REPORT_STATE         PIC 9(01)       VALUE 0.
       88 L$_SW01_REPORT_CLOSED		    VALUE 0.
       88 L$_SW01_REPORT_OPEN		    VALUE 1.
    03 L$_SW01_MEMBER_FOUND         PIC 9(01)       VALUE 0.
       88 L$_SW01_MEMBER_FOUND_NO		    VALUE 0.
       88 L$_SW01_MEMBER_FOUND_YES	    VALUE 1.
    03 L$_SW01_RUN_STATE            PIC 9(01)       VALUE 0.
       88 L$_SW01_RUN_OK		    VALUE 0.
       88 L$_SW01_RUN_FAILED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_STORE_READ            PIC 9(09).
    03 L$_CT01_APPROVED              PIC 9(09).
    03 L$_CT01_APPLIED               PIC 9(09).
    03 L$_CT01_REFUSED               PIC 9(09).
    03 L$_CT01_DEFERRED              PIC 9(09).
    03 L$_CT01_TOTAL_MOVED           PIC S9(14)V99 COMP.
    03 L$_CT01_755_IMAGES            PIC 9(09).
    03 L$_CT01_875_ROWS              PIC 9(09).
    03 L$_CT01_LETTERS_WRITTEN       PIC 9(09).
    03 L$_CT01_SUPPRESSED            PIC 9(09).
    03 L$_CT01_NO_MEMBER             PIC 9(09).

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

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*   the confirmation is a record of money moved - MANDATORY, only
*   the returned-mail marker suppresses it.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"     FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     OPER_ID              - run id.
 COPY 'ICA_CDD_WKSP:ICA_TRB72Y_BAL_TRANSFER_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72Y_BAL_TRANSFER_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72Y_755_FILE.
 001.
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
       MOVE "Sec:DECLARATIVES 001-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 002-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_TRB72Y_875_FILE.
 002.
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
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_LETTERS_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_E_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_LETTERS_E_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 005.
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
       MOVE "Sec:DECLARATIVES 005-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.


*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-APPLY-TRANSFERS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72Y_BAL_TRANSFER.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE ZERO TO L$_WS01_TCH_CNT

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE OPER_ID	    IN ICA_TRB72Y_BAL_TRANSFER_INP
      TO L$_WS01_RUN_OPER_ID
         L$_WS01_OPER_ID    IN L$_P_755_NAME
         L$_WS01_OPER_ID    IN L$_P_875_NAME
         L$_WS01_OPER_ID    IN L$_O_LETTERS_NAME
         L$_WS01_OPER_ID    IN L$_O_LETTERS_E_NAME
         L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME
    SET L$_SW01_REPORT_OPEN TO TRUE

    MOVE SPACES TO MSG2 IN O_REPORT_REC
    STRING "Balance transfer register - run " L$_WS01_RUN_OPER_ID
      DELIMITED BY SIZE
      INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    PERFORM YC-CVT-TMSP-TO-YMD
    MOVE L$_WS01_ROW_DATE_YMD TO L$_WS01_TODAY_YMD

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

*#  a hold store that exists but cannot be read is no "no hold" -
*#  nothing moves until it can be.
    OPEN INPUT I_HOLD_FILE

    EVALUATE TRUE
        WHEN L$_HOLD_OK
             SET L$_SW01_HOLD_STORE_OPEN TO TRUE
        WHEN L$_HOLD_MISSING
             SET L$_SW01_HOLD_STORE_NONE TO TRUE
        WHEN OTHER
             MOVE SPACES TO L$_WS01_REFUSE_TEXT
             STRING "legal-hold store not readable, status "
                    L$_HOLD_STATUS
               DELIMITED BY SIZE
               INTO L$_WS01_REFUSE_TEXT
             PERFORM X-REFUSE-RUN
    END-EVALUATE

    OPEN I-O IO_XFER_STORE

    IF L$_STORE_MISSING
       MOVE "No balance transfer store - nothing to apply."
         TO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM Z-FINISH
    END-IF

    IF NOT L$_STORE_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "balance transfer store not opened, status "
              L$_STORE_STATUS
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM X-REFUSE-RUN
    END-IF

    SET L$_SW01_STORE_OPEN TO TRUE

    OPEN OUTPUT P_TRB72Y_755_FILE
    DISPLAY "Open Output File: " L$_P_755_NAME
    OPEN OUTPUT P_TRB72Y_875_FILE
    DISPLAY "Open Output File: " L$_P_875_NAME
    OPEN OUTPUT O_LETTERS_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_NAME
    OPEN OUTPUT O_LETTERS_E_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_E_NAME
    SET L$_SW01_OUTPUT_OPEN TO TRUE

    MOVE SPACES
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-APPLY-TRANSFERS			SECTION.
*--------------------------------------------------------------------
*# the whole store in key order - oldest entry first, so a member's
*# earlier instruction moves before a later one.
 C-00.

    PERFORM UNTIL L$_SW01_EOF_STORE_YES
       READ IO_XFER_STORE NEXT
          AT END
             SET L$_SW01_EOF_STORE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_STORE_NO
          ADD 1 TO L$_CT01_STORE_READ
          IF XF_STATUS_APPROVED
             ADD 1 TO L$_CT01_APPROVED
             PERFORM CA-APPLY-ONE-TRANSFER
          END-IF
       END-IF
    END-PERFORM
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-APPLY-ONE-TRANSFER			SECTION.
*--------------------------------------------------------------------
 CA-00.

    SET L$_SW01_XFER_OK TO TRUE
    MOVE XF_XFER_ID TO L$_WS01_XFER_ID_DSP

    PERFORM CB-CHECK-DEFERRAL

    IF L$_SW01_XFER_STOPPED
       GO TO CA-EXIT
    END-IF

*#  source: readable, and the balance covers the amount.
    MOVE XF_FROM_ACCUM TO L$_WS01_CURR_ACCUM
    PERFORM Y-READ-ACCUM

    IF L$_SW01_ACCUM_UNREADABLE
       MOVE "source accumulator not readable on 755"
         TO L$_WS01_REFUSE_TEXT
       PERFORM CX-REFUSE-TRANSFER
       GO TO CA-EXIT
    END-IF

    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_FROM_BALANCE
    MOVE CLB_MEM_KEY     IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_FROM_MEMBER
    MOVE ICD_PRT_755_DBCR_STOP_PRW IN ICD_PRT_755_DBCR_STOP_DBW
      TO L$_WS01_FROM_ROW

    IF L$_WS01_FROM_BALANCE < XF_AMOUNT
       MOVE L$_WS01_FROM_BALANCE TO LD$_AMT
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "source balance" LD$_AMT " does not cover the amount"
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM CX-REFUSE-TRANSFER
       GO TO CA-EXIT
    END-IF

*#  receiving side: readable.
    MOVE XF_TO_ACCUM TO L$_WS01_CURR_ACCUM
    PERFORM Y-READ-ACCUM

    IF L$_SW01_ACCUM_UNREADABLE
       MOVE "receiving accumulator not readable on 755"
         TO L$_WS01_REFUSE_TEXT
       PERFORM CX-REFUSE-TRANSFER
       GO TO CA-EXIT
    END-IF

    MOVE CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_TO_BALANCE
    MOVE CLB_MEM_KEY     IN ICD_PRT_755_BAL_CHK_PRW
      TO L$_WS01_TO_MEMBER
    MOVE ICD_PRT_755_DBCR_STOP_PRW IN ICD_PRT_755_DBCR_STOP_DBW
      TO L$_WS01_TO_ROW

*#  neither member under legal hold.
    MOVE L$_WS01_FROM_MEMBER TO L$_WS01_HOLD_MEMBER
    PERFORM CC-CHECK-LEGAL-HOLD

    IF L$_SW01_XFER_STOPPED
       GO TO CA-EXIT
    END-IF

    MOVE L$_WS01_TO_MEMBER TO L$_WS01_HOLD_MEMBER
    PERFORM CC-CHECK-LEGAL-HOLD

    IF L$_SW01_XFER_STOPPED
       GO TO CA-EXIT
    END-IF

*#  neither accumulator flagged dormant.
    PERFORM CD-CHECK-DORMANT

    IF L$_SW01_XFER_STOPPED
       GO TO CA-EXIT
    END-IF

    PERFORM CE-POST-TRANSFER

    PERFORM CF-MARK-DONE

    MOVE L$_WS01_FROM_MEMBER  TO L$_WS01_LTR_MEMBER
    MOVE XF_FROM_ACCUM        TO L$_WS01_LTR_ACCUM
    MOVE L$_WS01_FROM_BAL_AFTER TO L$_WS01_LTR_BALANCE
    PERFORM CG-CONFIRM-TO-MEMBER

*#  one member owning both sides gets the one letter.
    IF L$_WS01_TO_MEMBER NOT = L$_WS01_FROM_MEMBER
       MOVE L$_WS01_TO_MEMBER    TO L$_WS01_LTR_MEMBER
       MOVE XF_TO_ACCUM          TO L$_WS01_LTR_ACCUM
       MOVE L$_WS01_TO_BAL_AFTER TO L$_WS01_LTR_BALANCE
       PERFORM CG-CONFIRM-TO-MEMBER
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-CHECK-DEFERRAL			SECTION.
*--------------------------------------------------------------------
*# the 755 row this job reads is last night's; a second movement on
*# an accumulator already moved in this run would be built on a
*# stale balance - it stays approved for the next run.
 CB-00.

    SET L$_WS01_TCH_IDX TO 1
    SEARCH L$_WS01_TCH_ENTRY
        AT END
           CONTINUE
        WHEN L$_WS01_TCH_IDX > L$_WS01_TCH_CNT
           CONTINUE
        WHEN L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX) = XF_FROM_ACCUM
          OR L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX) = XF_TO_ACCUM
           SET L$_SW01_XFER_STOPPED TO TRUE
    END-SEARCH

    IF L$_SW01_XFER_OK
   AND L$_WS01_TCH_CNT > 498
       SET L$_SW01_XFER_STOPPED TO TRUE
    END-IF

    IF L$_SW01_XFER_STOPPED
       ADD 1 TO L$_CT01_DEFERRED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "DEFERRED  - " L$_WS01_XFER_ID_DSP
              " " XF_FROM_ACCUM " -> " XF_TO_ACCUM
              " - accumulator already moved in this run,"
              " applied by the next run"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-CHECK-LEGAL-HOLD			SECTION.
*--------------------------------------------------------------------
*# the ICA_PRB347_MEMBER_ERASE test: a hold row for the member is a
*# hold, whatever its reason.
 CC-00.

    IF L$_SW01_HOLD_STORE_NONE
       GO TO CC-EXIT
    END-IF

    MOVE L$_WS01_HOLD_MEMBER TO LH_CLB_MEM_KEY

    READ I_HOLD_FILE

    IF L$_HOLD_OK
       MOVE SPACES TO L$_WS01_REFUSE_TEXT
       STRING "member under legal hold: " LH_HOLD_REASON
         DELIMITED BY SIZE
         INTO L$_WS01_REFUSE_TEXT
       PERFORM CX-REFUSE-TRANSFER
    END-IF
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-CHECK-DORMANT			SECTION.
*--------------------------------------------------------------------
*# a "F"lagged register entry is a dormant accumulator - its
*# statutory process is running and must not be disturbed. "T"
*# entries are history: the balance has already gone.
 CD-00.

    OPEN INPUT I_DORMANT_FILE

    IF NOT L$_DORMANT_FOUND
       GO TO CD-EXIT
    END-IF

    SET L$_SW01_EOF_DORM_NO TO TRUE

    PERFORM UNTIL L$_SW01_EOF_DORM_YES
       READ I_DORMANT_FILE
          AT END
             SET L$_SW01_EOF_DORM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_DORM_NO
      AND DRM_STATUS = "F"
      AND (DRM_ACCUM_INTR_ID = XF_FROM_ACCUM
        OR DRM_ACCUM_INTR_ID = XF_TO_ACCUM)
          SET L$_SW01_EOF_DORM_YES TO TRUE
          MOVE SPACES TO L$_WS01_REFUSE_TEXT
          STRING "accumulator " DRM_ACCUM_INTR_ID
                 " flagged dormant on " DRM_FLAGGED_DATE
            DELIMITED BY SIZE
            INTO L$_WS01_REFUSE_TEXT
          PERFORM CX-REFUSE-TRANSFER
       END-IF
    END-PERFORM

    CLOSE I_DORMANT_FILE
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-POST-TRANSFER			SECTION.
*--------------------------------------------------------------------
*# one 755 image per side off the row as read, and the 875 pair:
*# marker "S" with the amount leaving the source (ACTION_ID 7),
*# marker "R" with the amount arriving (ACTION_ID 6). The approving
*# operator is the changing operator on both rows.
 CE-00.

    COMPUTE L$_WS01_FROM_BAL_AFTER =
            L$_WS01_FROM_BALANCE - XF_AMOUNT
    COMPUTE L$_WS01_TO_BAL_AFTER =
            L$_WS01_TO_BALANCE + XF_AMOUNT

    INITIALIZE P_TRB72Y_755_REC
    MOVE L$_WS01_FROM_ROW       TO P_TRB72Y_755_REC
    MOVE L$_WS01_FROM_BAL_AFTER
      TO CURRENT_BALANCE IN P_TRB72Y_755_REC
    WRITE P_TRB72Y_755_REC

    INITIALIZE P_TRB72Y_755_REC
    MOVE L$_WS01_TO_ROW         TO P_TRB72Y_755_REC
    MOVE L$_WS01_TO_BAL_AFTER
      TO CURRENT_BALANCE IN P_TRB72Y_755_REC
    WRITE P_TRB72Y_755_REC

    ADD 2 TO L$_CT01_755_IMAGES

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE P_TRB72Y_875_REC

    MOVE V2875$BAL_TRANSFER
      TO UPDATE_MEANING_CODE	IN P_TRB72Y_875_REC
    MOVE 7
      TO ACTION_ID		IN P_TRB72Y_875_REC
    MOVE XF_FROM_ACCUM
      TO ACCUM_INTR_ID		IN P_TRB72Y_875_REC
    MOVE "S"
      TO OLD_VALUE		IN P_TRB72Y_875_REC(1:1)
    MOVE XF_AMOUNT
      TO OLD_VALUE		IN P_TRB72Y_875_REC(2:9)
    MOVE XF_DEC_USER
      TO UPDATE_USER_CODE	IN P_TRB72Y_875_REC
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB72Y_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB72Y_875_REC

    WRITE P_TRB72Y_875_REC

    INITIALIZE P_TRB72Y_875_REC

    MOVE V2875$BAL_TRANSFER
      TO UPDATE_MEANING_CODE	IN P_TRB72Y_875_REC
    MOVE 6
      TO ACTION_ID		IN P_TRB72Y_875_REC
    MOVE XF_TO_ACCUM
      TO ACCUM_INTR_ID		IN P_TRB72Y_875_REC
    MOVE "R"
      TO OLD_VALUE		IN P_TRB72Y_875_REC(1:1)
    MOVE XF_AMOUNT
      TO OLD_VALUE		IN P_TRB72Y_875_REC(2:9)
    MOVE XF_DEC_USER
      TO UPDATE_USER_CODE	IN P_TRB72Y_875_REC
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_TRB72Y_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB72Y_875_REC

    WRITE P_TRB72Y_875_REC

    ADD 2         TO L$_CT01_875_ROWS
    ADD 1         TO L$_CT01_APPLIED
    ADD XF_AMOUNT TO L$_CT01_TOTAL_MOVED

    ADD 1 TO L$_WS01_TCH_CNT
    SET L$_WS01_TCH_IDX TO L$_WS01_TCH_CNT
    MOVE XF_FROM_ACCUM TO L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX)
    ADD 1 TO L$_WS01_TCH_CNT
    SET L$_WS01_TCH_IDX TO L$_WS01_TCH_CNT
    MOVE XF_TO_ACCUM   TO L$_WS01_TCH_ACCUM(L$_WS01_TCH_IDX)

    MOVE XF_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "APPLIED   - " L$_WS01_XFER_ID_DSP
           " AMOUNT:" LD$_AMT
           " entered by " XF_REQ_USER
           " approved by " XF_DEC_USER
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS01_FROM_BALANCE   TO LD$_AMT2
    MOVE L$_WS01_FROM_BAL_AFTER TO LD$_AMT3
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "    FROM " XF_FROM_ACCUM
           " balance:" LD$_AMT2 " ->" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS01_TO_BALANCE   TO LD$_AMT2
    MOVE L$_WS01_TO_BAL_AFTER TO LD$_AMT3
    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "    TO   " XF_TO_ACCUM
           " balance:" LD$_AMT2 " ->" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-MARK-DONE				SECTION.
*--------------------------------------------------------------------
*# from here on the transfer cannot be applied again. A store that
*# will not take the mark fails the run loudly - the rows are
*# already written.
 CF-00.

    SET XF_STATUS_DONE		TO TRUE
    MOVE L$_WS01_RUN_OPER_ID	TO XF_APPLY_OPER_ID
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO XF_APPLY_TMSP
    MOVE SPACES			TO XF_REFUSE_TEXT

    REWRITE IO_XFER_REC

    IF NOT L$_STORE_OK
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "** Transfer " L$_WS01_XFER_ID_DSP
               " NOT marked done, status: " L$_STORE_STATUS
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "*** Transfer store NOT marked done, status "
              L$_STORE_STATUS
              " - set " L$_WS01_XFER_ID_DSP " to D by hand"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-CONFIRM-TO-MEMBER			SECTION.
*--------------------------------------------------------------------
*# one confirmation per member, on the member's channel, logged on
*# the correspondence store like every other letter.
 CG-00.

    PERFORM CH-FIND-MEMBER

    IF L$_SW01_MEMBER_FOUND_NO
       ADD 1 TO L$_CT01_NO_MEMBER
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "    MEMBER " L$_WS01_LTR_MEMBER
              " NOT FOUND - confirmation needs manual handling."
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CG-EXIT
    END-IF

    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_LTR_MEMBER
      TO P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
      TO P$_CPF_PROG_NAME   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "Y"
      TO P$_CPF_MANDATORY   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_CPF_RUN_DATE    IN ICA_PRF363_CONTACT_PREF_WKSP
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "BALXFER"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_RUN_OPER_ID
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "    LETTER SUPPRESSED - "
              P$_CPF_REASON IN ICA_PRF363_CONTACT_PREF_WKSP
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CG-EXIT
    END-IF

    MOVE P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP
      TO L$_WS01_LTR_CHANNEL

    PERFORM CI-WRITE-ONE-LETTER

    ADD 1 TO L$_CT01_LETTERS_WRITTEN
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-FIND-MEMBER				SECTION.
*--------------------------------------------------------------------
 CH-00.

    SET L$_SW01_MEMBER_FOUND_NO TO TRUE

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE L$_WS01_LTR_MEMBER
      TO ICD_PRT_343_CLB_MEM_BAS_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW = SP$_MSG_NORMAL
       SET L$_SW01_MEMBER_FOUND_YES TO TRUE
    END-IF
    .
 CH-EXIT.    EXIT.
*--------------------------------------------------------------------
 CI-WRITE-ONE-LETTER			SECTION.
*--------------------------------------------------------------------
*# the TRB71U letter framing - the print bureau's formatter takes
*# it from here.
 CI-00.

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-START" TO MSG IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "TO: "
           FLAT_NAME    IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "ADDRESS: "
           FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE XF_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "As instructed, we have transferred" LD$_AMT
           " from accumulator " XF_FROM_ACCUM
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "to accumulator " XF_TO_ACCUM
           " - transfer reference " L$_WS01_XFER_ID_DSP "."
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE L$_WS01_LTR_BALANCE TO LD$_AMT2
    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "The balance of accumulator " L$_WS01_LTR_ACCUM
           " after the transfer is" LD$_AMT2 "."
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "If you did not ask for this transfer, contact the service desk."
      TO MSG IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-END" TO MSG IN O_LETTERS_REC
    PERFORM CJ-WRITE-LETTER-LINE
    .
 CI-EXIT.    EXIT.
*--------------------------------------------------------------------
 CJ-WRITE-LETTER-LINE			SECTION.
*--------------------------------------------------------------------
*# one writer, two channels - ICA_TRB71U_DEDUCT_LETTERS'
*# CD-WRITE-LETTER-LINE; email lines also go to the gateway.
 CJ-00.

    IF L$_WS01_LTR_CHANNEL = "E"
       MOVE MSG IN O_LETTERS_REC TO MSG_E IN O_LETTERS_E_REC
       WRITE O_LETTERS_E_REC
       MOVE MSG IN O_LETTERS_REC
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       CALL 'ICA_PRF372_EMAIL_OUT'
            USING ICA_PRF372_EMAIL_OUT_WKSP
                  ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    ELSE
       WRITE O_LETTERS_REC
    END-IF
    .
 CJ-EXIT.    EXIT.
*--------------------------------------------------------------------
 CX-REFUSE-TRANSFER			SECTION.
*--------------------------------------------------------------------
*# nothing of the transfer is written - it is closed as refused
*# with the reason, for the desk to tell the member.
 CX-00.

    SET L$_SW01_XFER_STOPPED TO TRUE

    SET XF_STATUS_REFUSED	TO TRUE
    MOVE L$_WS01_REFUSE_TEXT	TO XF_REFUSE_TEXT
    MOVE L$_WS01_RUN_OPER_ID	TO XF_APPLY_OPER_ID
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO XF_APPLY_TMSP

    REWRITE IO_XFER_REC

    IF NOT L$_STORE_OK
       SET L$_SW01_RUN_FAILED TO TRUE
       DISPLAY "** Transfer " L$_WS01_XFER_ID_DSP
               " NOT marked refused, status: " L$_STORE_STATUS
    END-IF

    ADD 1 TO L$_CT01_REFUSED

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "REFUSED   - " L$_WS01_XFER_ID_DSP
           " " XF_FROM_ACCUM " -> " XF_TO_ACCUM
           " - " L$_WS01_REFUSE_TEXT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 CX-EXIT.    EXIT.
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

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    STRING "RUN REFUSED - " L$_WS01_REFUSE_TEXT
      DELIMITED BY SIZE
      INTO MSG2  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    SET L$_SW01_RUN_FAILED TO TRUE

    PERFORM Z-FINISH
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 Y-READ-ACCUM				SECTION.
*--------------------------------------------------------------------
*# the balance and owner, then the full row - the two inquiries
*# ICA_TRB71X_CREDIT_INTAKE posts from.
 Y-00.

    SET L$_SW01_ACCUM_UNREADABLE TO TRUE

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

    SET L$_SW01_ACCUM_READABLE TO TRUE
    .
 Y-EXIT.    EXIT.
*--------------------------------------------------------------------
 YC-CVT-TMSP-TO-YMD			SECTION.
*--------------------------------------------------------------------
*# binary timestamp (already in the CVT workspace) to CCYYMMDD -
*# TRB711's SDA-CHECK-ONE-DAY idiom.
 YC-00.

    MOVE ZERO TO L$_WS01_ROW_DATE_YMD

    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO YC-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ROW_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ROW_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ROW_DATE_YMD(1:4)
    .
 YC-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    IF L$_SW01_STORE_OPEN
       CLOSE IO_XFER_STORE
       SET L$_SW01_STORE_CLOSED TO TRUE
    END-IF

    IF L$_SW01_HOLD_STORE_OPEN
       CLOSE I_HOLD_FILE
       SET L$_SW01_HOLD_STORE_NONE TO TRUE
    END-IF

    IF L$_SW01_OUTPUT_OPEN
       CLOSE P_TRB72Y_755_FILE
             P_TRB72Y_875_FILE
             O_LETTERS_FILE
             O_LETTERS_E_FILE
       DISPLAY "Close Output File: " L$_P_755_NAME
       DISPLAY "Close Output File: " L$_P_875_NAME
       DISPLAY "Close Output File: " L$_O_LETTERS_NAME
       DISPLAY "Close Output File: " L$_O_LETTERS_E_NAME
       SET L$_SW01_OUTPUT_CLOSED TO TRUE
    END-IF

    IF L$_SW01_REPORT_OPEN
       MOVE SPACES
         TO MSG2	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total transfers on the store:     "
              L$_CT01_STORE_READ
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total approved, awaiting apply:   "
              L$_CT01_APPROVED
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total applied:                    "
              L$_CT01_APPLIED
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total refused:                    "
              L$_CT01_REFUSED
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total deferred to the next run:   "
              L$_CT01_DEFERRED
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE L$_CT01_TOTAL_MOVED TO LD$_AMT
       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total amount moved:              " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total 755 images / 875 rows:      "
              L$_CT01_755_IMAGES " / " L$_CT01_875_ROWS
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total letters written/suppressed: "
              L$_CT01_LETTERS_WRITTEN " / " L$_CT01_SUPPRESSED
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "Total members not found:          "
              L$_CT01_NO_MEMBER
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE

       CLOSE O_REPORT_FILE
       DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME
       SET L$_SW01_REPORT_CLOSED TO TRUE
    END-IF

    DISPLAY "Transfers applied:", L$_CT01_APPLIED
    DISPLAY "Transfers refused:", L$_CT01_REFUSED
    DISPLAY "Transfers deferred:", L$_CT01_DEFERRED

    IF L$_SW01_RUN_FAILED
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    ELSE
       MOVE SP$_MSG_NORMAL		TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72Y_BAL_TRANSFER"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_RUN_OPER_ID
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_APPROVED
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_APPLIED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REFUSED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72Y_BAL_TRANSFER.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
