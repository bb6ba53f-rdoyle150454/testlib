*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72O_DEBIT_NOTICE.COB] *****************
*                                                                   *
*                                    [TR sub-system]                *
*       Advance notice of changed or large debits before the build *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Consumer rules oblige us to warn a member before we debit an    *
*  amount that differs from their usual charge or is above the     *
*  notice threshold; until now that was a phone call, when it was  *
*  made at all.  This job runs ahead of the bank-file build on the *
*  670 stream due for the coming phases.  Each debit is compared   *
*  with the same accumulator's previous debit (DEB_CRD_INTR_ID is  *
*  the accumulator internal id) as kept in the debit-notice store: *
*  a debit that changed, or that is above THRESHOLD_AMT, needs a   *
*  notice.                                                          *
*                                                                   *
*  A notice must go out at least NOTICE_DAYS business days before  *
*  the value date, counted on ICA_BANK_CALENDAR.DAT (the non-      *
*  business-day list ICA_TRB711_EDIT_BENLEUMI rolls value dates    *
*  on).  When it can, the owning member is found as ICA_TRB71U_    *
*  DEDUCT_LETTERS does, ICA_PRF363_CONTACT_PREF answers the        *
*  channel and the notice is written as TRB71U writes its letters; *
*  the store records it sent.                                       *
*                                                                   *
*  A debit whose notice cannot go out in time - value date too     *
*  close, member not found, or the notice withheld (returned mail) *
*  - is recorded held in the store and listed for the supervisor.  *
*  ICA_TRB710_SPLIT_BANKS then keeps it out of the bank files,     *
*  the way it holds a deceased member's debit.                     *
*                                                                   *
*  The same phase read again on a later run is not noticed twice:  *
*  a debit already judged for its value date and amount keeps the  *
*  judgement.                                                       *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       I670_NAME           I    the 670 stream due for the coming *
*                                 phases (TRB710's combined input). *
*       NOTICE_DAYS         I    business days a notice must go    *
*                                 out ahead of the value date,      *
*                                 1 - 20.                           *
*       THRESHOLD_AMT       I    a debit above it needs a notice    *
*                                 even unchanged; zero - none.      *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_BANK_CALENDAR          I   non-business days.             *
*       I670_FILE                I   the coming phases' 670 stream. *
*       IO_NOTICE_FILE          I/O  debit-notice store.            *
*       ICD_PRT_755_BAL_CHK      I   owner lookup.                  *
*       ICD_PRT_343_CLB_MEM_BAS  I   member name and address.       *
*       O_LETTERS_FILE           O   print-interface notices.       *
*       O_LETTERS_E_FILE         O   email-channel notices.         *
*       O_HOLD_LIST_FILE         O   held debits, for the           *
*                                     supervisor.                    *
*       O_REPORT_FILE            O   run report.                    *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72O_DEBIT_NOTICE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   A missing calendar refuses the run - own status.
    SELECT I_BANK_CALENDAR
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CAL_FILE_STATUS.

    SELECT I670_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Debit-notice store, one record per accumulator - create-on-
*   first-use by probe, own status.
    SELECT IO_NOTICE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DN_INTR_ID
           FILE STATUS		  IS	       L$_NOTICE_STATUS.

    SELECT I_NOTICE_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_NOTICE_PROBE_STATUS.

    SELECT O_LETTERS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The email-channel notices, routed by the member's recorded
*   preference (see ICA_PRF363_CONTACT_PREF).
    SELECT O_LETTERS_E_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Debits held for want of a timely notice - the supervisor's list.
    SELECT O_HOLD_LIST_FILE
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
*   Same file ICA_TRB711_EDIT_BENLEUMI's SC-LOAD-BANK-CALENDAR reads.
 FD I_BANK_CALENDAR
    VALUE OF ID IS L$_CAL_FILE_NAME.
 01 I_BANK_CAL_REC.
    03 CAL_NON_BUS_DATE		PIC 9(08).

 FD I670_FILE
    VALUE OF ID IS L$_I670_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==I670_REC==.

*   Hand-kept record convention shared with ICA_TRB710_SPLIT_BANKS,
*   which reads this same file:
*     DN_INTR_ID           - the accumulator (DEB_CRD_INTR_ID).
*     DN_LAST_YMD          - value date of the last debit passed,
*                            CCYYMMDD; zero - none yet.
*     DN_LAST_AMOUNT       - its amount - the usual charge.
*     DN_PREV_AMOUNT       - the one before it, the comparison when
*                            the same phase is read again.
*     DN_NOTICE_VALUE_DATE - the debit last judged for a notice,
*     DN_NOTICE_YMD          its VALUE_DATE as the 670 carries it
*     DN_NOTICE_AMOUNT       and as CCYYMMDD, and its amount.
*     DN_NOTICE_STATUS     - "S" notice sent in time, "H" held.
*     DN_NOTICE_DATE       - run date of the judgement, CCYYMMDD.
*     DN_NOTICE_REASON     - why held.
 FD IO_NOTICE_FILE
    VALUE OF ID IS L$_NOTICE_FILE_NAME.
 01 IO_NOTICE_REC.
    03 DN_INTR_ID                   PIC X(20).
    03 DN_LAST_YMD                  PIC 9(08).
    03 DN_LAST_AMOUNT               PIC S9(12)V99.
    03 DN_PREV_AMOUNT               PIC S9(12)V99.
    03 DN_NOTICE_VALUE_DATE         PIC S9(11)V9(07) COMP.
    03 DN_NOTICE_YMD                PIC 9(08).
    03 DN_NOTICE_AMOUNT             PIC S9(12)V99.
    03 DN_NOTICE_STATUS             PIC X(01).
       88 DN_NOTICE_SENT			    VALUE "S".
       88 DN_NOTICE_HELD			    VALUE "H".
    03 DN_NOTICE_DATE               PIC 9(08).
    03 DN_NOTICE_REASON             PIC X(40).

 FD I_NOTICE_PROBE_FILE
    VALUE OF ID IS L$_NOTICE_PROBE_NAME.
 01 I_NOTICE_PROBE_REC              PIC X(01).

 FD O_LETTERS_FILE
    VALUE OF ID IS L$_O_LETTERS_NAME.
 01 O_LETTERS_REC.
    03 MSG                          PIC X(200).

 FD O_LETTERS_E_FILE
    VALUE OF ID IS L$_O_LETTERS_E_NAME.
 01 O_LETTERS_E_REC.
    03 MSG_E                        PIC X(200).

 FD O_HOLD_LIST_FILE
    VALUE OF ID IS L$_O_HOLD_LIST_NAME.
 01 O_HOLD_LIST_REC.
    03 MSG_H                        PIC X(200).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG2                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_CAL_FILE_NAME                PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_BANK_CALENDAR.DAT".

 01 L$_I670_NAME                    PIC X(54).

 01 L$_NOTICE_FILE_NAME             PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_NOTICE.IDX".

 01 L$_NOTICE_PROBE_NAME            PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_NOTICE.IDX".

 01 L$_O_LETTERS_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72O_LTR_".
    03 L$_WS01_LETTERS_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_LETTERS_E_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72O_LTRE_".
    03 L$_WS01_LETTERS_E_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_HOLD_LIST_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72O_HLD_".
    03 L$_WS01_HOLD_LIST_DATE	    PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_TRB72O_RPT_".
    03 L$_WS01_REPORT_DATE  PIC 9(08).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_CAL_FILE_STATUS              PIC X(02).
    88 L$_CAL_FILE_OK		    VALUE "00".

 01 L$_NOTICE_STATUS                PIC X(02).
    88 L$_NOTICE_OK		    VALUE "00".
    88 L$_NOTICE_NOT_FOUND		    VALUE "23".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
 01 L$_NOTICE_PROBE_STATUS          PIC X(02).
    88 L$_NOTICE_PROBE_OPENED		    VALUE "00".
    88 L$_NOTICE_PROBE_NOT_FOUND	    VALUE "35".

 01 L$_TIME_STRING                  PIC X(23).

 01 L$_WS01_NOTICE_DAYS             PIC 9(02).
 01 L$_WS01_THRESHOLD_AMT           PIC S9(12)V99.
 01 L$_WS01_TODAY_YMD               PIC 9(08).
 01 L$_WS01_EARLIEST_YMD            PIC 9(08).
 01 L$_WS01_BIN_DATE                PIC S9(11)V9(07) COMP.
 01 L$_WS01_YMD                     PIC 9(08).
 01 L$_WS01_ONE_DAY_DELTA           PIC S9(11)V9(07) COMP.
 01 L$_WS01_STEP_CNT                PIC 9(03).
 01 L$_WS01_BUS_DAY_CNT             PIC 9(02).

*   the debit in hand.
 01 L$_WS01_VALUE_YMD               PIC 9(08).
 01 L$_WS01_AMOUNT                  PIC S9(12)V99.
 01 L$_WS01_BASE_AMOUNT             PIC S9(12)V99.
 01 L$_WS01_WHY                     PIC X(09).
 01 L$_WS01_HOLD_REASON             PIC X(40).

*   the current notice's channel, answered per member.
 01 L$_WS01_LTR_CHANNEL             PIC X(01).

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_AMT2                        PIC -(12)9.99.

*   the objections channel printed on every notice - the same desk
*   ICA_TRB71U_DEDUCT_LETTERS prints.
 01 L$_CO01_OBJECTIONS_TEXT         PIC X(60) VALUE
    "Objections: member service desk, 03-5550100, within 30 days".

*   the club's own stand-in debits (ICA_TRB710_SPLIT_BANKS) carry
*   the all-nines product id - never a member's debit.
 01 L$_CO01_IZUN_PROD_ID            PIC X(20)
    VALUE "99999999999999999999".

*   the non-business days, as ICA_TRB711_EDIT_BENLEUMI keeps them.
 01 L$_CAL_TBL.
    03 L$_CAL_CNT		PIC 9(03) VALUE 0.
    03 L$_CAL_FOUND_IDX		PIC 9(03) VALUE 0.
    03 L$_CAL_ENTRY  OCCURS 400 TIMES INDEXED BY L$_CAL_IDX.
       05 L$_CAL_NON_BUS_DATE	PIC 9(08).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CAL               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CAL_NO			    VALUE 0.
       88 L$_SW01_EOF_CAL_YES			    VALUE 1.
    03 L$_SW01_EOF_670               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_670_NO			    VALUE 0.
       88 L$_SW01_EOF_670_YES			    VALUE 1.
    03 L$_SW01_NOTICE_REC            PIC 9(01)       VALUE 0.
       88 L$_SW01_NOTICE_REC_NEW		    VALUE 0.
       88 L$_SW01_NOTICE_REC_ON_FILE	    VALUE 1.
    03 L$_SW01_HAS_BASE              PIC 9(01)       VALUE 0.
       88 L$_SW01_HAS_BASE_NO			    VALUE 0.
       88 L$_SW01_HAS_BASE_YES			    VALUE 1.
    03 L$_SW01_MEMBER_FOUND          PIC 9(01)       VALUE 0.
       88 L$_SW01_MEMBER_FOUND_NO		    VALUE 0.
       88 L$_SW01_MEMBER_FOUND_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_REC_READ              PIC 9(09).
    03 L$_CT01_DEBITS_READ           PIC 9(09).
    03 L$_CT01_NO_NOTICE_DUE         PIC 9(09).
    03 L$_CT01_NOTICES_SENT          PIC 9(09).
    03 L$_CT01_EMAIL_ROUTED          PIC 9(09).
    03 L$_CT01_ALREADY_NOTICED       PIC 9(09).
    03 L$_CT01_HELD                  PIC 9(09).
    03 L$_CT01_STILL_HELD            PIC 9(09).
    03 L$_CT01_FAILED                PIC 9(09).
    03 L$_CT01_HELD_AMT              PIC S9(14)V99 COMP.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_APPLY_DELTA_TIME_WKSP'       FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_669_FIN_STTLMNT_VAL"     FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*   central contact preference, correspondence history and email
*   gateway (see ICA_PRF363_CONTACT_PREF, ICA_PRF370_CORR_LOG,
*   ICA_PRF372_EMAIL_OUT) - asked, recorded and fed per notice as
*   ICA_TRB71U_DEDUCT_LETTERS does. The notice is MANDATORY, so
*   only the returned-mail marker can withhold it.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     I670_NAME     - full file name of the stream, X(54).
*     NOTICE_DAYS   - 9(02).
*     THRESHOLD_AMT - S9(12)V99.
 COPY 'ICA_CDD_WKSP:ICA_TRB72O_DEBIT_NOTICE_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72O_DEBIT_NOTICE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I670_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_I670_NAME
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
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_FILE.
 002.
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
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_LETTERS_E_FILE.
 003.
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
       MOVE "Sec:DECLARATIVES 003-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 004-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_HOLD_LIST_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_HOLD_LIST_NAME
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

    PERFORM C-JUDGE-DEBITS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
*# the run is dated by the system date - a notice goes out today.
 B-00.

    DISPLAY 'Start of program: ICA_TRB72O_DEBIT_NOTICE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE I670_NAME          IN ICA_TRB72O_DEBIT_NOTICE_INP
      TO L$_I670_NAME
    MOVE NOTICE_DAYS        IN ICA_TRB72O_DEBIT_NOTICE_INP
      TO L$_WS01_NOTICE_DAYS
    MOVE THRESHOLD_AMT      IN ICA_TRB72O_DEBIT_NOTICE_INP
      TO L$_WS01_THRESHOLD_AMT

    CALL 'UTL_GET_DATE_TIME'  USING  UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_BIN_DATE
    PERFORM XC-CVT-DATE
    MOVE L$_WS01_YMD
      TO L$_WS01_TODAY_YMD
         L$_WS01_LETTERS_DATE    IN L$_O_LETTERS_NAME
         L$_WS01_LETTERS_E_DATE  IN L$_O_LETTERS_E_NAME
         L$_WS01_HOLD_LIST_DATE  IN L$_O_HOLD_LIST_NAME
         L$_WS01_REPORT_DATE     IN L$_O_REPORT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72O_DEBIT_NOTICE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG2 IN O_REPORT_REC
    STRING "Advance debit notice - run " L$_WS01_TODAY_YMD
           " - " L$_I670_NAME
      DELIMITED BY SIZE
      INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    IF L$_WS01_TODAY_YMD = ZERO
       MOVE "*** System date could not be converted - run refused. ***"
         TO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    IF L$_WS01_NOTICE_DAYS = ZERO
    OR L$_WS01_NOTICE_DAYS > 20
       MOVE "*** NOTICE_DAYS must be 1 to 20 - run refused. ***"
         TO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    PERFORM BA-FIND-EARLIEST-DATE

    PERFORM BL-OPEN-NOTICE-STORE

    OPEN OUTPUT O_LETTERS_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_NAME

    OPEN OUTPUT O_LETTERS_E_FILE
    DISPLAY "Open Output File: " L$_O_LETTERS_E_NAME

    OPEN OUTPUT O_HOLD_LIST_FILE
    DISPLAY "Open Output File: " L$_O_HOLD_LIST_NAME

    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    STRING "Debits held from the bank-file build - no timely notice"
           " - run " L$_WS01_TODAY_YMD
      DELIMITED BY SIZE
      INTO MSG_H IN O_HOLD_LIST_REC
    PERFORM WH-WRITE-HOLD-LINE

    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    PERFORM WH-WRITE-HOLD-LINE

    OPEN INPUT I670_FILE
    DISPLAY "Open Input File: " L$_I670_NAME
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-FIND-EARLIEST-DATE			SECTION.
*--------------------------------------------------------------------
*# a notice sent today covers a value date no earlier than the
*# NOTICE_DAYS-th business day after today - the days after today
*# are stepped one at a time and the ones the calendar does not
*# list are counted. Capped, as ICA_TRB72N_CASH_FORECAST caps its
*# horizon.
 BA-00.

    PERFORM CA-LOAD-BANK-CALENDAR

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_BIN_DATE
    MOVE ZERO                 TO L$_WS01_STEP_CNT
                                 L$_WS01_BUS_DAY_CNT

    PERFORM UNTIL L$_WS01_BUS_DAY_CNT = L$_WS01_NOTICE_DAYS
       ADD 1 TO L$_WS01_STEP_CNT
       IF L$_WS01_STEP_CNT > 90
          MOVE SPACES TO MSG2 IN O_REPORT_REC
          STRING "*** Bank calendar closes too many days in a row"
                 " - run refused. ***"
            DELIMITED BY SIZE
            INTO MSG2 IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
          PERFORM XZ-REFUSE-RUN
       END-IF
       PERFORM CB-NEXT-DAY
       PERFORM XB-CHECK-CALENDAR
       IF L$_CAL_FOUND_IDX = ZERO
          ADD 1 TO L$_WS01_BUS_DAY_CNT
       END-IF
    END-PERFORM

    MOVE L$_WS01_YMD TO L$_WS01_EARLIEST_YMD

    MOVE SPACES TO MSG2 IN O_REPORT_REC
    STRING "Notice period " L$_WS01_NOTICE_DAYS
           " business days - a notice sent today covers value dates"
           " from " L$_WS01_EARLIEST_YMD
      DELIMITED BY SIZE
      INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_WS01_THRESHOLD_AMT TO LD$_AMT
    MOVE SPACES TO MSG2 IN O_REPORT_REC
    IF L$_WS01_THRESHOLD_AMT > ZERO
       STRING "Notice threshold: " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
    ELSE
       MOVE "Notice threshold: none - changed debits only."
         TO MSG2 IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BL-OPEN-NOTICE-STORE			SECTION.
*--------------------------------------------------------------------
*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention. A
*# store this run cannot write would let a debit through unjudged -
*# the run is refused.
 BL-00.

    OPEN INPUT I_NOTICE_PROBE_FILE

    IF L$_NOTICE_PROBE_NOT_FOUND
       OPEN OUTPUT IO_NOTICE_FILE
       CLOSE IO_NOTICE_FILE
    ELSE
       IF L$_NOTICE_PROBE_OPENED
          CLOSE I_NOTICE_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_NOTICE_FILE

    IF NOT L$_NOTICE_OK
       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "*** Debit-notice store could not be opened, status: "
              L$_NOTICE_STATUS " - run refused. ***"
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF
    .
 BL-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-JUDGE-DEBITS				SECTION.
*--------------------------------------------------------------------
*# credits and the club's own stand-ins need no notice.
 C-00.

    PERFORM UNTIL L$_SW01_EOF_670_YES
       READ I670_FILE
          AT END
             SET L$_SW01_EOF_670_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_670_NO
          ADD 1 TO L$_CT01_REC_READ
          IF DEB_CRD_CODE IN ICD_TRT_670_CUR_CRDB IN I670_REC
             = V669$DEBIT_SIDE
         AND PROD_EXT_ID  IN ICD_TRT_670_CUR_CRDB IN I670_REC
             NOT = L$_CO01_IZUN_PROD_ID
             ADD 1 TO L$_CT01_DEBITS_READ
             PERFORM D-JUDGE-ONE-DEBIT
          END-IF
       END-IF
    END-PERFORM

    CLOSE I670_FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-LOAD-BANK-CALENDAR			SECTION.
*--------------------------------------------------------------------
*# ICA_TRB711_EDIT_BENLEUMI's SC-LOAD-BANK-CALENDAR: a calendar that
*# cannot be read, or is empty, refuses the run; the one-day delta
*# is computed once.
 CA-00.

    OPEN INPUT I_BANK_CALENDAR

    IF NOT L$_CAL_FILE_OK
       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "*** Bank calendar " L$_CAL_FILE_NAME
              " cannot be read - run refused. ***"
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CAL_YES
       READ I_BANK_CALENDAR
          AT END
             SET L$_SW01_EOF_CAL_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CAL_NO
          IF L$_CAL_CNT < 400
             ADD 1 TO L$_CAL_CNT
             MOVE CAL_NON_BUS_DATE
               TO L$_CAL_NON_BUS_DATE(L$_CAL_CNT)
          ELSE
             DISPLAY "*** WARNING: bank calendar has more than "
                     "400 entries - extras ignored ***"
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_BANK_CALENDAR

    IF L$_CAL_CNT = ZERO
       MOVE "*** Bank calendar is empty - run refused. ***"
         TO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       PERFORM XZ-REFUSE-RUN
    END-IF

    DISPLAY "Bank calendar loaded - ", L$_CAL_CNT,
            " non-business days"

    MOVE "0001 00:00:00.00"
      TO L$_TIME_STRING

    MOVE L$_TIME_STRING
      TO SP$_DELTA_TIME_C23      IN UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING  UTL_CVT_DELTA_TIME_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
       MOVE SP$_SYSPRO_STATUS_AUXIL  IN UTL_CVT_DELTA_TIME_WKSP
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE 'RTN:UTL_CVT_DELTA_TIME SEC:CA-LOAD-BANK-CALENDAR'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF

    MOVE SP$_DELTA_TIME      IN UTL_CVT_DELTA_TIME_WKSP
      TO L$_WS01_ONE_DAY_DELTA
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-NEXT-DAY				SECTION.
*--------------------------------------------------------------------
*# one day on from L$_WS01_BIN_DATE, in binary and CCYYMMDD.
 CB-00.

    MOVE L$_WS01_BIN_DATE
      TO SP$_DATE_TIME_1     IN UTL_APPLY_DELTA_TIME_WKSP
    MOVE L$_WS01_ONE_DAY_DELTA
      TO SP$_DELTA_TIME      IN UTL_APPLY_DELTA_TIME_WKSP
    MOVE "+"
      TO SP$_MATH_OPERATOR   IN UTL_APPLY_DELTA_TIME_WKSP

    CALL 'UTL_APPLY_DELTA_TIME'  USING  UTL_APPLY_DELTA_TIME_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_APPLY_DELTA_TIME_WKSP  IS FAILURE
       MOVE SP$_SYSPRO_STATUS_AUXIL  IN UTL_APPLY_DELTA_TIME_WKSP
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE 'RTN:UTL_APPLY_DELTA_TIME SEC:CB-NEXT-DAY'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF

    MOVE SP$_DATE_TIME_2     IN UTL_APPLY_DELTA_TIME_WKSP
      TO L$_WS01_BIN_DATE
    PERFORM XC-CVT-DATE

    IF L$_WS01_YMD = ZERO
       MOVE 'RTN:UTL_CVT_DATE_DDMMYYYY SEC:CB-NEXT-DAY'
         TO SP$_ACW_FREE_TEXT
       PERFORM XZ-REFUSE-RUN
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-JUDGE-ONE-DEBIT			SECTION.
*--------------------------------------------------------------------
*# the comparison is the accumulator's last debit passed - or, when
*# this same phase was already read on an earlier run, the one
*# before it. A first debit has nothing to differ from; only the
*# threshold can call for its notice.
 D-00.

    MOVE VALUE_DATE   IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO L$_WS01_BIN_DATE
    PERFORM XC-CVT-DATE
    MOVE L$_WS01_YMD  TO L$_WS01_VALUE_YMD

    MOVE TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO L$_WS01_AMOUNT

    PERFORM DA-READ-NOTICE-REC

    IF L$_SW01_HAS_BASE_YES
   AND L$_WS01_AMOUNT NOT = L$_WS01_BASE_AMOUNT
       MOVE "CHANGED"   TO L$_WS01_WHY
    ELSE
       IF L$_WS01_THRESHOLD_AMT > ZERO
      AND L$_WS01_AMOUNT > L$_WS01_THRESHOLD_AMT
          MOVE "THRESHOLD" TO L$_WS01_WHY
       ELSE
          ADD 1 TO L$_CT01_NO_NOTICE_DUE
          PERFORM DB-RECORD-DEBIT-PASSED
          PERFORM DZ-SAVE-NOTICE-REC
          GO TO D-EXIT
       END-IF
    END-IF

*#  judged on an earlier run for this value date and amount - the
*#  judgement stands.
    IF L$_SW01_NOTICE_REC_ON_FILE
   AND DN_NOTICE_YMD    = L$_WS01_VALUE_YMD
   AND DN_NOTICE_AMOUNT = L$_WS01_AMOUNT
       IF DN_NOTICE_SENT
          ADD 1 TO L$_CT01_ALREADY_NOTICED
          PERFORM DB-RECORD-DEBIT-PASSED
          PERFORM DZ-SAVE-NOTICE-REC
       ELSE
          ADD 1 TO L$_CT01_STILL_HELD
          MOVE DN_NOTICE_REASON TO L$_WS01_HOLD_REASON
          PERFORM DL-LIST-HELD-DEBIT
       END-IF
       GO TO D-EXIT
    END-IF

    IF L$_WS01_VALUE_YMD = ZERO
       MOVE "VALUE DATE UNREADABLE" TO L$_WS01_HOLD_REASON
       PERFORM DH-HOLD-DEBIT
       GO TO D-EXIT
    END-IF

    IF L$_WS01_VALUE_YMD < L$_WS01_EARLIEST_YMD
       MOVE "VALUE DATE TOO CLOSE FOR NOTICE"
         TO L$_WS01_HOLD_REASON
       PERFORM DH-HOLD-DEBIT
       GO TO D-EXIT
    END-IF

    PERFORM DC-FIND-MEMBER

    IF L$_SW01_MEMBER_FOUND_NO
       MOVE "MEMBER NOT FOUND" TO L$_WS01_HOLD_REASON
       PERFORM DH-HOLD-DEBIT
       GO TO D-EXIT
    END-IF

    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    MOVE CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW
      TO P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "ICA_TRB72O_DEBIT_NOTICE"
      TO P$_CPF_PROG_NAME   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE "Y"
      TO P$_CPF_MANDATORY   IN ICA_PRF363_CONTACT_PREF_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_CPF_RUN_DATE    IN ICA_PRF363_CONTACT_PREF_WKSP
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "DEBITNOTE"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       MOVE P$_CPF_REASON IN ICA_PRF363_CONTACT_PREF_WKSP
         TO L$_WS01_HOLD_REASON
       PERFORM DH-HOLD-DEBIT
       GO TO D-EXIT
    END-IF

    MOVE P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP
      TO L$_WS01_LTR_CHANNEL
    IF L$_WS01_LTR_CHANNEL = "E"
       ADD 1 TO L$_CT01_EMAIL_ROUTED
    END-IF

    PERFORM E-WRITE-ONE-NOTICE

    ADD 1 TO L$_CT01_NOTICES_SENT

    MOVE VALUE_DATE   IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO DN_NOTICE_VALUE_DATE
    MOVE L$_WS01_VALUE_YMD  TO DN_NOTICE_YMD
    MOVE L$_WS01_AMOUNT     TO DN_NOTICE_AMOUNT
    SET DN_NOTICE_SENT      TO TRUE
    MOVE L$_WS01_TODAY_YMD  TO DN_NOTICE_DATE
    MOVE SPACES             TO DN_NOTICE_REASON

    PERFORM DB-RECORD-DEBIT-PASSED
    PERFORM DZ-SAVE-NOTICE-REC

    MOVE L$_WS01_AMOUNT TO LD$_AMT
    MOVE SPACES TO MSG2 IN O_REPORT_REC
    STRING "NOTICE    - ACCUM " DN_INTR_ID
           " " L$_WS01_WHY
           " AMOUNT " LD$_AMT
           " VALUE " L$_WS01_VALUE_YMD
           " CHANNEL " L$_WS01_LTR_CHANNEL
      DELIMITED BY SIZE
      INTO MSG2 IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-READ-NOTICE-REC			SECTION.
*--------------------------------------------------------------------
*# the accumulator's record, or a fresh one; and the amount this
*# debit is compared with.
 DA-00.

    SET L$_SW01_HAS_BASE_NO TO TRUE
    MOVE ZERO TO L$_WS01_BASE_AMOUNT

    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO DN_INTR_ID

    READ IO_NOTICE_FILE

    IF NOT L$_NOTICE_OK
       INITIALIZE IO_NOTICE_REC
       MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_REC
         TO DN_INTR_ID
       SET L$_SW01_NOTICE_REC_NEW TO TRUE
       GO TO DA-EXIT
    END-IF

    SET L$_SW01_NOTICE_REC_ON_FILE TO TRUE

    IF DN_LAST_YMD = ZERO
       GO TO DA-EXIT
    END-IF

    IF DN_LAST_YMD NOT = L$_WS01_VALUE_YMD
       SET L$_SW01_HAS_BASE_YES TO TRUE
       MOVE DN_LAST_AMOUNT TO L$_WS01_BASE_AMOUNT
       GO TO DA-EXIT
    END-IF

    IF DN_PREV_AMOUNT NOT = ZERO
       SET L$_SW01_HAS_BASE_YES TO TRUE
       MOVE DN_PREV_AMOUNT TO L$_WS01_BASE_AMOUNT
    END-IF
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-RECORD-DEBIT-PASSED			SECTION.
*--------------------------------------------------------------------
*# the debit goes to the bank - it becomes the accumulator's usual
*# charge. The same phase read again replaces, not shifts.
 DB-00.

    IF DN_LAST_YMD NOT = L$_WS01_VALUE_YMD
       MOVE DN_LAST_AMOUNT  TO DN_PREV_AMOUNT
    END-IF

    MOVE L$_WS01_VALUE_YMD  TO DN_LAST_YMD
    MOVE L$_WS01_AMOUNT     TO DN_LAST_AMOUNT
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-FIND-MEMBER				SECTION.
*--------------------------------------------------------------------
*# accumulator to owning member, ICA_TRB71U_DEDUCT_LETTERS'
*# CA-FIND-MEMBER.
 DC-00.

    SET L$_SW01_MEMBER_FOUND_NO TO TRUE

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO ACCUM_INTR_ID   IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       GO TO DC-EXIT
    END-IF

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE CLB_MEM_KEY IN ICD_PRT_755_BAL_CHK_PRW
      TO ICD_PRT_343_CLB_MEM_BAS_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW = SP$_MSG_NORMAL
       SET L$_SW01_MEMBER_FOUND_YES TO TRUE
    END-IF
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DH-HOLD-DEBIT				SECTION.
*--------------------------------------------------------------------
*# recorded held for this value date and amount - ICA_TRB710_SPLIT_
*# BANKS keeps it out of the bank files - and listed. The usual
*# charge is left as it was: this debit does not go out.
 DH-00.

    ADD 1 TO L$_CT01_HELD
    ADD L$_WS01_AMOUNT TO L$_CT01_HELD_AMT

    MOVE VALUE_DATE   IN ICD_TRT_670_CUR_CRDB IN I670_REC
      TO DN_NOTICE_VALUE_DATE
    MOVE L$_WS01_VALUE_YMD   TO DN_NOTICE_YMD
    MOVE L$_WS01_AMOUNT      TO DN_NOTICE_AMOUNT
    SET DN_NOTICE_HELD       TO TRUE
    MOVE L$_WS01_TODAY_YMD   TO DN_NOTICE_DATE
    MOVE L$_WS01_HOLD_REASON TO DN_NOTICE_REASON

    PERFORM DZ-SAVE-NOTICE-REC

    PERFORM DL-LIST-HELD-DEBIT
    .
 DH-EXIT.    EXIT.
*--------------------------------------------------------------------
 DL-LIST-HELD-DEBIT			SECTION.
*--------------------------------------------------------------------
 DL-00.

    MOVE L$_WS01_AMOUNT      TO LD$_AMT
    MOVE L$_WS01_BASE_AMOUNT TO LD$_AMT2

    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    STRING "HELD   ACCUM " DN_INTR_ID
           " ACC "
           ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I670_REC "-"
           ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB IN I670_REC "-"
           ACC_TYPE_CODE  IN ICD_TRT_670_CUR_CRDB IN I670_REC "-"
           ACC_NUM        IN ICD_TRT_670_CUR_CRDB IN I670_REC
           " AMOUNT " LD$_AMT
           " VALUE " L$_WS01_VALUE_YMD
      DELIMITED BY SIZE
      INTO MSG_H IN O_HOLD_LIST_REC
    PERFORM WH-WRITE-HOLD-LINE

    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    IF L$_SW01_HAS_BASE_YES
       STRING "       " L$_WS01_WHY " - usual charge " LD$_AMT2
              " - " DN_NOTICE_REASON
              " (held since " DN_NOTICE_DATE ")"
         DELIMITED BY SIZE
         INTO MSG_H IN O_HOLD_LIST_REC
    ELSE
       STRING "       " L$_WS01_WHY " - no earlier debit"
              " - " DN_NOTICE_REASON
              " (held since " DN_NOTICE_DATE ")"
         DELIMITED BY SIZE
         INTO MSG_H IN O_HOLD_LIST_REC
    END-IF
    PERFORM WH-WRITE-HOLD-LINE
    .
 DL-EXIT.    EXIT.
*--------------------------------------------------------------------
 DZ-SAVE-NOTICE-REC			SECTION.
*--------------------------------------------------------------------
 DZ-00.

    IF L$_SW01_NOTICE_REC_ON_FILE
       REWRITE IO_NOTICE_REC
    ELSE
       WRITE IO_NOTICE_REC
    END-IF

    IF NOT L$_NOTICE_OK
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES TO MSG2 IN O_REPORT_REC
       STRING "NOT SAVED - debit-notice store status "
              L$_NOTICE_STATUS " - ACCUM " DN_INTR_ID
              " VALUE " L$_WS01_VALUE_YMD
         DELIMITED BY SIZE
         INTO MSG2 IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 DZ-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-WRITE-ONE-NOTICE			SECTION.
*--------------------------------------------------------------------
*# one print-interface notice block, as ICA_TRB71U_DEDUCT_LETTERS
*# writes its letters: addressee, what will be debited and when,
*# what was debited before, the objections channel.
 E-00.

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-START" TO MSG IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "TO: "
           FLAT_NAME    IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "ADDRESS: "
           FLAT_ADDRESS IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    MOVE L$_WS01_AMOUNT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "Advance notice: on " L$_WS01_VALUE_YMD
           " we will debit" LD$_AMT
           " from your account "
           ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I670_REC "-"
           ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB IN I670_REC "-"
           ACC_NUM        IN ICD_TRT_670_CUR_CRDB IN I670_REC
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    STRING "for accumulator " DN_INTR_ID "."
      DELIMITED BY SIZE
      INTO MSG  IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    IF L$_WS01_WHY = "CHANGED"
       MOVE L$_WS01_BASE_AMOUNT TO LD$_AMT2
       MOVE SPACES  TO MSG IN O_LETTERS_REC
       STRING "This differs from your previous debit of" LD$_AMT2 "."
         DELIMITED BY SIZE
         INTO MSG  IN O_LETTERS_REC
       PERFORM EA-WRITE-NOTICE-LINE
    END-IF

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE L$_CO01_OBJECTIONS_TEXT TO MSG IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE

    MOVE SPACES  TO MSG IN O_LETTERS_REC
    MOVE "*LETTER-END" TO MSG IN O_LETTERS_REC
    PERFORM EA-WRITE-NOTICE-LINE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-WRITE-NOTICE-LINE			SECTION.
*--------------------------------------------------------------------
*# one writer, two channels - ICA_TRB71U_DEDUCT_LETTERS'
*# CD-WRITE-LETTER-LINE; email lines also go to the gateway.
 EA-00.

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
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 XB-CHECK-CALENDAR			SECTION.
*--------------------------------------------------------------------
*# L$_CAL_FOUND_IDX set when L$_WS01_YMD is a listed non-business
*# day, zero when it is a business day.
 XB-00.

    MOVE 0 TO L$_CAL_FOUND_IDX

    PERFORM VARYING L$_CAL_IDX FROM 1 BY 1
               UNTIL L$_CAL_IDX > L$_CAL_CNT
       IF L$_CAL_NON_BUS_DATE(L$_CAL_IDX) = L$_WS01_YMD
          SET L$_CAL_FOUND_IDX TO L$_CAL_IDX
       END-IF
    END-PERFORM
    .
 XB-EXIT.    EXIT.
*--------------------------------------------------------------------
 XC-CVT-DATE				SECTION.
*--------------------------------------------------------------------
*# L$_WS01_BIN_DATE as CCYYMMDD in L$_WS01_YMD - TRB72A's
*# conversion; zero when it cannot be converted.
 XC-00.

    MOVE ZERO TO L$_WS01_YMD

    MOVE L$_WS01_BIN_DATE
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO XC-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_YMD(1:4)
    .
 XC-EXIT.    EXIT.
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
 WH-WRITE-HOLD-LINE			SECTION.
*--------------------------------------------------------------------
 WH-00.

    WRITE O_HOLD_LIST_REC
    .
 WH-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    CLOSE IO_NOTICE_FILE

    CLOSE O_LETTERS_FILE
          O_LETTERS_E_FILE
    DISPLAY "Close Output File: " L$_O_LETTERS_NAME
    DISPLAY "Close Output File: " L$_O_LETTERS_E_NAME

    MOVE L$_CT01_HELD_AMT TO LD$_AMT
    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    PERFORM WH-WRITE-HOLD-LINE
    MOVE SPACES TO MSG_H IN O_HOLD_LIST_REC
    STRING "Newly held:" L$_CT01_HELD " amount:" LD$_AMT
           "  held on an earlier run:" L$_CT01_STILL_HELD
      DELIMITED BY SIZE
      INTO MSG_H IN O_HOLD_LIST_REC
    PERFORM WH-WRITE-HOLD-LINE

    CLOSE O_HOLD_LIST_FILE
    DISPLAY "Close Output File: " L$_O_HOLD_LIST_NAME

    MOVE SPACES
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "670 records read:"    DELIMITED BY SIZE
           L$_CT01_REC_READ       DELIMITED BY SIZE
           "  member debits:"     DELIMITED BY SIZE
           L$_CT01_DEBITS_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Unchanged, no notice due:" DELIMITED BY SIZE
           L$_CT01_NO_NOTICE_DUE       DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Notices sent:"        DELIMITED BY SIZE
           L$_CT01_NOTICES_SENT   DELIMITED BY SIZE
           "  by email:"          DELIMITED BY SIZE
           L$_CT01_EMAIL_ROUTED   DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Noticed on an earlier run:" DELIMITED BY SIZE
           L$_CT01_ALREADY_NOTICED      DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Held from the build:" DELIMITED BY SIZE
           L$_CT01_HELD           DELIMITED BY SIZE
           "  still held:"        DELIMITED BY SIZE
           L$_CT01_STILL_HELD     DELIMITED BY SIZE
           "  (see "              DELIMITED BY SIZE
           L$_O_HOLD_LIST_NAME    DELIMITED BY SIZE
           ")"                    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Store failures:"      DELIMITED BY SIZE
           L$_CT01_FAILED         DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Member debits read:", L$_CT01_DEBITS_READ
    DISPLAY "Notices sent:", L$_CT01_NOTICES_SENT
    DISPLAY "Held from the build:", L$_CT01_HELD
    DISPLAY "Store failures:", L$_CT01_FAILED

    IF L$_CT01_HELD > ZERO
       DISPLAY "*** DEBITS HELD - supervisor list " L$_O_HOLD_LIST_NAME
    END-IF

    IF L$_CT01_FAILED > ZERO
       DISPLAY "*** FAILURES - see " L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72O_DEBIT_NOTICE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_WS01_TODAY_YMD
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REC_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_NOTICES_SENT
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_HELD
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72O_DEBIT_NOTICE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
