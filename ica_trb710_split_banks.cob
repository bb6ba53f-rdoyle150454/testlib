*       I670_COMBINED_NAME     I    the combined 670 stream.        *
*       RUN_DATE               I    run date, CCYYMMDD - names the  *
*                                    report and reject files.        *
*       DUP_WINDOW_FROM_DATE   I    duplicate screen: debits seen   *
*                                    on or after this date count,   *
*                                    CCYYMMDD; zero = today only.   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*                                     files, names from the profile. *
*       O_REJECT_FILE            O   records with no profile.       *
*       O_REPORT_FILE            O   control report.                *
*       I_DECEASED_FILE          I   deceased-member store          *
*                                     (optional).                    *
*       O_DECEASED_HOLD_FILE     O   deceased members' debits held. *
*       IO_DEBIT_WINDOW_FILE    I/O  recent debits, all banks and   *
*                                     phases (duplicate screen).     *
*       O_DUP_REVIEW_FILE        O   suspected duplicates, for      *
*                                     ICA_TRB72H_DUP_REVIEW.         *
*       I_NOTICE_FILE            I   debit-notice store, from       *
*                                     ICA_TRB72O_DEBIT_NOTICE        *
*                                     (optional).                    *
*       O_NOTICE_HOLD_FILE       O   debits held for want of a      *
*                                     timely notice.                 *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
*  split - a truncated slot file                                    *
*  no longer sails through.                                         *
* --------------------------------- ------------- ----------- ---- *
*  Hold a deceased member's debits   TP_ELEVY     15-OCT-2026  2155 *
*  (ICA_PRB366_DEATH_NOTICE's        (see CE-CHECK-DECEASED)        *
*  store): the record goes to a                                     *
*  hold file and a stand-in debit                                   *
*  to the club's own account takes                                  *
*  its place in the slot, so the                                    *
*  phase still balances.                                            *
* --------------------------------- ------------- ----------- ---- *
*  Duplicate-debit screen: a debit   TP_ELEVY     15-OCT-2026  2156 *
*  to an account for an amount       (see CF-SCREEN-DUPLICATE)      *
*  already debited there inside                                     *
*  the window (any bank, any                                        *
*  phase) goes to a review file                                     *
*  for ICA_TRB72H_DUP_REVIEW, a                                     *
*  stand-in takes its slot.                                         *
*  A rerun of the same day over the                                 *
*  same stream passes a debit this                                  *
*  stream already put in the window                                 *
*  (same id, value date, seen date                                  *
*  and stream): no review entry and                                 *
*  no stand-in the second time.                                     *
* --------------------------------- ------------- ----------- ---- *
*  Hold a debit ICA_TRB72O_DEBIT_    TP_ELEVY     15-OCT-2026  2163 *
*  NOTICE held for want of timely    (see CH-CHECK-NOTICE-HOLD)     *
*  notice: the record goes to a                                     *
*  hold file and the club-account                                   *
*  stand-in takes its place in                                      *
*  the slot.                                                        *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* 15-OCT-2026 - TP_ELEVY - the deceased-member store ICA_PRB366_
*              DEATH_NOTICE keeps, read through once at start; a
*              missing store means nobody to hold - own status.
    SELECT I_DECEASED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       DC_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_DECEASED_STATUS.

* 15-OCT-2026 - TP_ELEVY - debit-side 670 records of deceased
*              members, held out of the bank files.
    SELECT O_DECEASED_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* 15-OCT-2026 - TP_ELEVY - rolling window of recent debits across
*              banks and phases, keyed by account and amount; create-
*              on-first-use by probe, own status.
    SELECT IO_DEBIT_WINDOW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DW_KEY
           FILE STATUS		  IS	       L$_WINDOW_STATUS.

    SELECT I_DW_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DW_PROBE_STATUS.

* 15-OCT-2026 - TP_ELEVY - suspected duplicates, original 670 shape,
*              for the supervisor's release or cancel.
    SELECT O_DUP_REVIEW_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* 15-OCT-2026 - TP_ELEVY - the debit-notice store ICA_TRB72O_DEBIT_
*              NOTICE keeps, read by accumulator; a missing store
*              means nothing held - own status.
    SELECT I_NOTICE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DN_INTR_ID
           FILE STATUS		  IS	       L$_NOTICE_STATUS.

* 15-OCT-2026 - TP_ELEVY - debits held for want of a timely notice,
*              original 670 shape.
    SELECT O_NOTICE_HOLD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Control report - counts and amounts per destination.
    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
    03 CT_DEB_AMT                   PIC S9(14)V99.
    03 CT_CRD_AMT                   PIC S9(14)V99.

 FD I_DECEASED_FILE
    VALUE OF ID IS L$_DECEASED_NAME.
 01 I_DECEASED_REC.
    03 DC_CLB_MEM_KEY               PIC X(30).
    03 DC_MEMBER_ID                 PIC 9(15).
    03 DC_ACC_BANK_NUM              PIC 9(02).
    03 DC_ACC_BRANCH_NUM            PIC 9(03).
    03 DC_ACC_TYPE_CODE             PIC 9(03).
    03 DC_ACC_NUM                   PIC 9(09).
    03 FILLER                       PIC X(172).

 FD O_DECEASED_HOLD_FILE
    VALUE OF ID IS L$_DECEASED_HOLD_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==O_DECEASED_HOLD_REC==.

*   Hand-kept record convention shared with ICA_TRB72H_DUP_REVIEW:
*     DW_KEY             - the debited account and the amount.
*     DW_INTR_ID         - DEB_CRD_INTR_ID of the last debit seen.
*     DW_VALUE_DATE      - its VALUE_DATE.
*     DW_SEEN_DATE       - run date it was seen, CCYYMMDD.
*     DW_SEEN_STREAM     - the 670 stream it was seen in.
*     DW_RELEASE_ALLOW   - repeats a supervisor released: each lets
*                          one repeat through the screen.
 FD IO_DEBIT_WINDOW_FILE
    VALUE OF ID IS L$_WINDOW_NAME.
 01 IO_DEBIT_WINDOW_REC.
    03 DW_KEY.
       05 DW_ACC_BANK_NUM           PIC 9(02).
       05 DW_ACC_BRANCH_NUM         PIC 9(03).
       05 DW_ACC_TYPE_CODE          PIC 9(03).
       05 DW_ACC_NUM                PIC 9(09).
       05 DW_AMOUNT                 PIC S9(12)V99.
    03 DW_INTR_ID                   PIC X(20).
    03 DW_VALUE_DATE                PIC S9(11)V9(07) COMP.
    03 DW_SEEN_DATE                 PIC 9(08).
    03 DW_SEEN_STREAM               PIC X(54).
    03 DW_RELEASE_ALLOW             PIC 9(03).

 FD I_DW_PROBE_FILE
    VALUE OF ID IS L$_DW_PROBE_NAME.
 01 I_DW_PROBE_REC                  PIC X(01).

 FD O_DUP_REVIEW_FILE
    VALUE OF ID IS L$_DUP_REVIEW_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==O_DUP_REVIEW_REC==.

*   Same hand-kept record convention ICA_TRB72O_DEBIT_NOTICE writes;
*   only the judgement fields are used here:
*     DN_NOTICE_VALUE_DATE - VALUE_DATE of the debit judged.
*     DN_NOTICE_AMOUNT     - its amount.
*     DN_NOTICE_STATUS     - "H" held for want of a timely notice.
 FD I_NOTICE_FILE
    VALUE OF ID IS L$_NOTICE_NAME.
 01 I_NOTICE_REC.
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

 FD O_NOTICE_HOLD_FILE
    VALUE OF ID IS L$_NOTICE_HOLD_NAME.
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"        FROM DICTIONARY
       REPLACING    ==ICA_TRB711_OUTPUT_670==
              BY    ==O_NOTICE_HOLD_REC==.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.

 01 L$_WS01_SCHUM                   PIC S9(12)V99 COMP.

* 15-OCT-2026 - TP_ELEVY - deceased members, loaded once from the
*              store; a held debit is replaced in its slot by a
*              stand-in debit of the same amount to the club's own
*              collection account, all-nines (izun) product id - the
*              member's debit leaves the bank file, the phase keeps
*              its balance (TRB711's Change #2001 gate).
 01 L$_DECEASED_NAME                PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_DECEASED.IDX".

 01 L$_DECEASED_STATUS              PIC X(02).
    88 L$_DECEASED_OK			    VALUE "00".

 01 L$_DECEASED_HOLD_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB710_DCD_".
    03 L$_WS01_HOLD_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_DCD_TBL.
    03 L$_WS01_DCD_CNT              PIC 9(04)       VALUE 0.
    03 L$_WS01_DCD_FOUND_IDX        PIC 9(04)       VALUE 0.
    03 L$_WS01_DCD_ENTRY  OCCURS 5000 TIMES
                          INDEXED BY L$_WS01_DCD_IDX.
       05 L$_WS01_DCD_MEMBER_ID     PIC 9(15).
       05 L$_WS01_DCD_BANK_NUM      PIC 9(02).
       05 L$_WS01_DCD_BRANCH_NUM    PIC 9(03).
       05 L$_WS01_DCD_TYPE_CODE     PIC 9(03).
       05 L$_WS01_DCD_ACC_NUM       PIC 9(09).

 01 L$_CO01_CLUB_ACCOUNT.
    03 L$_CO01_CLUB_BANK            PIC 9(02) VALUE 31.
    03 L$_CO01_CLUB_BRANCH          PIC 9(03) VALUE 046.
    03 L$_CO01_CLUB_ACC_TYPE        PIC 9(03) VALUE 409.
    03 L$_CO01_CLUB_ACC_NUM         PIC 9(06) VALUE 318272.
 01 L$_CO01_IZUN_PROD_ID            PIC X(20)
    VALUE "99999999999999999999".

 01 L$_WS01_HELD_AMT                PIC S9(12)V99 COMP.

* 15-OCT-2026 - TP_ELEVY - duplicate screen.
 01 L$_WINDOW_NAME                  PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_WINDOW.IDX".

 01 L$_DW_PROBE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_WINDOW.IDX".

 01 L$_WINDOW_STATUS                PIC X(02).
    88 L$_WINDOW_OK			    VALUE "00".

 01 L$_DW_PROBE_STATUS              PIC X(02).
    88 L$_DW_PROBE_OPENED		    VALUE "00".
    88 L$_DW_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_DUP_REVIEW_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB710_DUP_".
    03 L$_WS01_DUP_DATE		    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

* 15-OCT-2026 - TP_ELEVY - advance debit notice hold.
 01 L$_NOTICE_NAME                  PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_DEBIT_NOTICE.IDX".

 01 L$_NOTICE_STATUS                PIC X(02).
    88 L$_NOTICE_OK			    VALUE "00".

 01 L$_NOTICE_HOLD_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB710_NTC_".
    03 L$_WS01_NTC_DATE		    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_WS01_NTC_AMT                 PIC S9(12)V99 COMP.

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_WINDOW_FROM             PIC 9(08).
 01 L$_WS01_DUP_AMT                 PIC S9(12)V99 COMP.

 01 LD$_AMT                         PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_PROFILE           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_PROFILE_NO		    VALUE 0.
       88 L$_SW01_EOF_PROFILE_YES		    VALUE 1.
    03 L$_SW01_EOF_DECEASED          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_DECEASED_NO		    VALUE 0.
       88 L$_SW01_EOF_DECEASED_YES		    VALUE 1.
    03 L$_SW01_NOTICE_STORE          PIC 9(01)       VALUE 0.
       88 L$_SW01_NOTICE_STORE_NO		    VALUE 0.
       88 L$_SW01_NOTICE_STORE_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_REC_READ              PIC 9(09).
    03 L$_CT01_REC_ROUTED            PIC 9(09).
    03 L$_CT01_REC_REJECTED          PIC 9(09).
    03 L$_CT01_REC_HELD              PIC 9(09).
    03 L$_CT01_REC_DUP               PIC 9(09).
    03 L$_CT01_DUP_RELEASED_THRU     PIC 9(09).
    03 L$_CT01_DUP_RERUN_THRU        PIC 9(09).
    03 L$_CT01_REC_NTC_HELD          PIC 9(09).

* UTL wksp and inc copies
*------------------------
*     PREREQ_OVERRIDE    - "Y"/"N", default "N" (02-SEP-2026,
*                          TP_NHELER - passed to the prerequisite
*                          check at B-INIT).
*     DUP_WINDOW_FROM_DATE - CCYYMMDD, duplicate-screen window start
*                          (15-OCT-2026, TP_ELEVY).
 COPY 'ICA_CDD_WKSP:ICA_TRB710_SPLIT_BANKS_WKSP'      FROM DICTIONARY.

*********************************************************************
    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_PROFILE_TBL
               L$_WS01_DCD_TBL
    MOVE ZERO TO L$_WS01_HELD_AMT
                 L$_WS01_DUP_AMT
                 L$_WS01_NTC_AMT

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW
    MOVE RUN_DATE           IN ICA_TRB710_SPLIT_BANKS_INP
      TO L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME
         L$_WS01_REJECT_DATE  IN L$_REJECT_FILE_NAME
         L$_WS01_HOLD_DATE    IN L$_DECEASED_HOLD_NAME
         L$_WS01_DUP_DATE     IN L$_DUP_REVIEW_NAME
         L$_WS01_NTC_DATE     IN L$_NOTICE_HOLD_NAME
         L$_WS01_RUN_DATE

* 15-OCT-2026 - TP_ELEVY - the duplicate screen's window start; no
*              date given screens today's debits against each other.
    MOVE DUP_WINDOW_FROM_DATE IN ICA_TRB710_SPLIT_BANKS_INP
      TO L$_WS01_WINDOW_FROM
    IF L$_WS01_WINDOW_FROM = ZERO
       MOVE L$_WS01_RUN_DATE TO L$_WS01_WINDOW_FROM
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REJECT_FILE

* 15-OCT-2026 - TP_ELEVY - deceased members and their hold file.
    PERFORM BC-LOAD-DECEASED

    OPEN OUTPUT O_DECEASED_HOLD_FILE

* 15-OCT-2026 - TP_ELEVY - debit window and review file.
    PERFORM BD-OPEN-DEBIT-WINDOW

    OPEN OUTPUT O_DUP_REVIEW_FILE

* 15-OCT-2026 - TP_ELEVY - debit-notice store and its hold file; no
*              store yet means no notice run has held anything.
    OPEN INPUT I_NOTICE_FILE
    IF L$_NOTICE_OK
       SET L$_SW01_NOTICE_STORE_YES TO TRUE
    ELSE
       DISPLAY "Debit-notice store not available, status: "
               L$_NOTICE_STATUS " - no notice holds applied"
    END-IF

    OPEN OUTPUT O_NOTICE_HOLD_FILE

    OPEN INPUT I670_COMBINED_FILE
    DISPLAY "Open Input File: " L$_I670_COMBINED_NAME
    .
    DISPLAY "Bank profiles loaded: ", L$_WS01_PRF_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BC-LOAD-DECEASED			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - ID number and account of every member
*# ICA_PRB366_DEATH_NOTICE flagged. An overfull store would let a
*# dead member's debit through to the bank - the run is refused.
 BC-00.

    OPEN INPUT I_DECEASED_FILE

    IF NOT L$_DECEASED_OK
       DISPLAY "No deceased-member store - no debits to hold."
       GO TO BC-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_DECEASED_YES
       READ I_DECEASED_FILE
          AT END
             SET L$_SW01_EOF_DECEASED_YES TO TRUE
          NOT AT END
             IF L$_WS01_DCD_CNT < 5000
                ADD 1 TO L$_WS01_DCD_CNT
                SET L$_WS01_DCD_IDX TO L$_WS01_DCD_CNT
                MOVE DC_MEMBER_ID
                  TO L$_WS01_DCD_MEMBER_ID(L$_WS01_DCD_IDX)
                MOVE DC_ACC_BANK_NUM
                  TO L$_WS01_DCD_BANK_NUM(L$_WS01_DCD_IDX)
                MOVE DC_ACC_BRANCH_NUM
                  TO L$_WS01_DCD_BRANCH_NUM(L$_WS01_DCD_IDX)
                MOVE DC_ACC_TYPE_CODE
                  TO L$_WS01_DCD_TYPE_CODE(L$_WS01_DCD_IDX)
                MOVE DC_ACC_NUM
                  TO L$_WS01_DCD_ACC_NUM(L$_WS01_DCD_IDX)
             ELSE
                DISPLAY "** More than 5000 deceased members - "
                        "the hold table is full. Run refused."
                SET SP$_EXIT_STATUS_FAILURE TO TRUE
                MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
                MOVE "Sec:BC-LOAD-DECEASED table full"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_DECEASED_FILE

    DISPLAY "Deceased members loaded: ", L$_WS01_DCD_CNT
    .
 BC-EXIT.    EXIT.
*--------------------------------------------------------------------
 BD-OPEN-DEBIT-WINDOW			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - create-on-first-use, the ICA_TRF712_
*# RUN_REG probe convention. A window that cannot be opened would
*# let every duplicate through unseen - the run is refused.
 BD-00.

    OPEN INPUT I_DW_PROBE_FILE

    IF L$_DW_PROBE_NOT_FOUND
       OPEN OUTPUT IO_DEBIT_WINDOW_FILE
       CLOSE IO_DEBIT_WINDOW_FILE
    ELSE
       IF L$_DW_PROBE_OPENED
          CLOSE I_DW_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_DEBIT_WINDOW_FILE

    IF NOT L$_WINDOW_OK
       DISPLAY "** Debit window could not be opened, status: "
               L$_WINDOW_STATUS " - run refused."
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:BD-OPEN-DEBIT-WINDOW open failed"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF
    .
 BD-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-OPEN-BANK-FILES			SECTION.
*--------------------------------------------------------------------

    CLOSE I670_COMBINED_FILE
          O_REJECT_FILE
          O_DECEASED_HOLD_FILE
          O_DUP_REVIEW_FILE
          IO_DEBIT_WINDOW_FILE
          O_NOTICE_HOLD_FILE

    IF L$_SW01_NOTICE_STORE_YES
       CLOSE I_NOTICE_FILE
    END-IF

    PERFORM CB-CLOSE-BANK-FILES
    .
               " has no bank profile"
    ELSE
       ADD 1 TO L$_CT01_REC_ROUTED
* 15-OCT-2026 - TP_ELEVY - a deceased member's debit is held and
*              its stand-in written in its place.
       IF DEB_CRD_CODE IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
          = V669$DEBIT_SIDE
          PERFORM CE-CHECK-DECEASED
* 15-OCT-2026 - TP_ELEVY - then a debit the notice run held for want
*              of a timely notice.
          IF PROD_EXT_ID IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
             NOT = L$_CO01_IZUN_PROD_ID
             PERFORM CH-CHECK-NOTICE-HOLD
          END-IF
* 15-OCT-2026 - TP_ELEVY - then the duplicate screen; a held or
*              stand-in record is the club's own and is not screened.
          IF PROD_EXT_ID IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
             NOT = L$_CO01_IZUN_PROD_ID
             PERFORM CF-SCREEN-DUPLICATE
          END-IF
       END-IF
       PERFORM CC-WRITE-TO-SLOT
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-CHECK-DECEASED			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the member is recognised by ID number
*# or by the account debited - a joint account's second holder
*# carries the same account. A match goes to the hold file as
*# received; the record routed on becomes the stand-in debit to
*# the club's own account with the izun product id, same amount,
*# so the slot's counts and its balance are unchanged.
 CE-00.

    IF L$_WS01_DCD_CNT = ZERO
       GO TO CE-EXIT
    END-IF

    MOVE 0 TO L$_WS01_DCD_FOUND_IDX

    PERFORM VARYING L$_WS01_DCD_IDX FROM 1 BY 1
               UNTIL L$_WS01_DCD_IDX > L$_WS01_DCD_CNT
                  OR L$_WS01_DCD_FOUND_IDX > ZERO
       IF L$_WS01_DCD_MEMBER_ID(L$_WS01_DCD_IDX) =
          DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
          SET L$_WS01_DCD_FOUND_IDX TO L$_WS01_DCD_IDX
       END-IF
       IF L$_WS01_DCD_BANK_NUM(L$_WS01_DCD_IDX) =
          ACC_BANK_NUM    IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      AND L$_WS01_DCD_BRANCH_NUM(L$_WS01_DCD_IDX) =
          ACC_BRANCH_NUM  IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      AND L$_WS01_DCD_TYPE_CODE(L$_WS01_DCD_IDX) =
          ACC_TYPE_CODE   IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      AND L$_WS01_DCD_ACC_NUM(L$_WS01_DCD_IDX) =
          ACC_NUM         IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
          SET L$_WS01_DCD_FOUND_IDX TO L$_WS01_DCD_IDX
       END-IF
    END-PERFORM

    IF L$_WS01_DCD_FOUND_IDX = ZERO
       GO TO CE-EXIT
    END-IF

    ADD 1 TO L$_CT01_REC_HELD
    ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
     TO L$_WS01_HELD_AMT

    MOVE I670_COMBINED_REC TO O_DECEASED_HOLD_REC
    WRITE O_DECEASED_HOLD_REC

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CH-CHECK-NOTICE-HOLD			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - ICA_TRB72O_DEBIT_NOTICE could not give
*# the member timely notice of this debit - the same value date and
*# amount it judged. Held and replaced by the stand-in exactly as
*# CE-CHECK-DECEASED does; any other amount or date is a debit the
*# notice run has not judged, and passes.
 CH-00.

    IF L$_SW01_NOTICE_STORE_NO
       GO TO CH-EXIT
    END-IF

    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DN_INTR_ID

    READ I_NOTICE_FILE

    IF NOT L$_NOTICE_OK
       GO TO CH-EXIT
    END-IF

    IF NOT DN_NOTICE_HELD
    OR DN_NOTICE_VALUE_DATE NOT =
       VALUE_DATE   IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
    OR DN_NOTICE_AMOUNT NOT =
       TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
       GO TO CH-EXIT
    END-IF

    ADD 1 TO L$_CT01_REC_NTC_HELD
    ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
     TO L$_WS01_NTC_AMT

    MOVE I670_COMBINED_REC TO O_NOTICE_HOLD_REC
    WRITE O_NOTICE_HOLD_REC

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    .
 CH-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-SCREEN-DUPLICATE			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the same account debited the same
*# amount inside the window - whichever bank, phase or producing
*# run it came from - is a suspected duplicate: the record goes to
*# the review file as received and the slot gets the stand-in, as
*# CE-CHECK-DECEASED does. A repeat a supervisor already released
*# (ICA_TRB72H_DUP_REVIEW) passes once per release. Every debit
*# that passes becomes the window's latest for its key. A rerun of
*# the day over the same stream finds its own debits already in the
*# window: those pass untouched, with no review entry and no
*# stand-in, so the rerun splits the stream as the first run did.
 CF-00.

    MOVE ACC_BANK_NUM   IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_ACC_BANK_NUM
    MOVE ACC_BRANCH_NUM IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_ACC_BRANCH_NUM
    MOVE ACC_TYPE_CODE  IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_ACC_TYPE_CODE
    MOVE ACC_NUM        IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_ACC_NUM
    MOVE TOT_XFER_AMT   IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_AMOUNT

    READ IO_DEBIT_WINDOW_FILE

    IF NOT L$_WINDOW_OK
       MOVE ZERO TO DW_RELEASE_ALLOW
       PERFORM CG-RECORD-IN-WINDOW
       WRITE IO_DEBIT_WINDOW_REC
       GO TO CF-EXIT
    END-IF

    IF DW_SEEN_DATE   = L$_WS01_RUN_DATE
   AND DW_SEEN_STREAM = L$_I670_COMBINED_NAME
   AND DW_INTR_ID     = DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB
                                        IN I670_COMBINED_REC
   AND DW_VALUE_DATE  = VALUE_DATE      IN ICD_TRT_670_CUR_CRDB
                                        IN I670_COMBINED_REC
       ADD 1 TO L$_CT01_DUP_RERUN_THRU
       GO TO CF-EXIT
    END-IF

    IF DW_SEEN_DATE < L$_WS01_WINDOW_FROM
       MOVE ZERO TO DW_RELEASE_ALLOW
       PERFORM CG-RECORD-IN-WINDOW
       REWRITE IO_DEBIT_WINDOW_REC
       GO TO CF-EXIT
    END-IF

    IF DW_RELEASE_ALLOW > ZERO
       SUBTRACT 1 FROM DW_RELEASE_ALLOW
       ADD 1 TO L$_CT01_DUP_RELEASED_THRU
       PERFORM CG-RECORD-IN-WINDOW
       REWRITE IO_DEBIT_WINDOW_REC
       GO TO CF-EXIT
    END-IF

    ADD 1 TO L$_CT01_REC_DUP
    ADD TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
     TO L$_WS01_DUP_AMT

    MOVE I670_COMBINED_REC TO O_DUP_REVIEW_REC
    WRITE O_DUP_REVIEW_REC

    MOVE TOT_XFER_AMT IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "SUSPECTED DUPLICATE #" L$_CT01_REC_DUP
           " ACC " DW_ACC_BANK_NUM "-" DW_ACC_BRANCH_NUM "-"
           DW_ACC_TYPE_CODE "-" DW_ACC_NUM
           " AMOUNT " LD$_AMT
           " ID " DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB
                                  IN I670_COMBINED_REC
           " - already debited " DW_SEEN_DATE " ID " DW_INTR_ID
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

    MOVE L$_CO01_CLUB_BANK
      TO ACC_BANK_NUM          IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_BRANCH
      TO ACC_BRANCH_NUM        IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_TYPE
      TO ACC_TYPE_CODE         IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_CLUB_ACC_NUM
      TO ACC_NUM               IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    MOVE L$_CO01_IZUN_PROD_ID
      TO PROD_EXT_ID           IN ICD_TRT_670_CUR_CRDB
                               IN I670_COMBINED_REC
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-RECORD-IN-WINDOW			SECTION.
*--------------------------------------------------------------------
 CG-00.

    MOVE DEB_CRD_INTR_ID IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_INTR_ID
    MOVE VALUE_DATE      IN ICD_TRT_670_CUR_CRDB IN I670_COMBINED_REC
      TO DW_VALUE_DATE
    MOVE L$_WS01_RUN_DATE
      TO DW_SEEN_DATE
    MOVE L$_I670_COMBINED_NAME
      TO DW_SEEN_STREAM
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-WRITE-TO-SLOT			SECTION.
*--------------------------------------------------------------------
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

* 15-OCT-2026 - TP_ELEVY - deceased members' debits held.
    MOVE L$_WS01_HELD_AMT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Deceased members' debits held:" L$_CT01_REC_HELD
           " amount: " LD$_AMT
           " (stand-in debits to the club account in their place)"
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

* 15-OCT-2026 - TP_ELEVY - duplicate screen.
    MOVE L$_WS01_DUP_AMT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Suspected duplicates to review:" L$_CT01_REC_DUP
           " amount: " LD$_AMT
           " (see " L$_DUP_REVIEW_NAME ")"
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Released repeats let through:" L$_CT01_DUP_RELEASED_THRU
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Seen by an earlier run of this stream:"
           L$_CT01_DUP_RERUN_THRU
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

* 15-OCT-2026 - TP_ELEVY - advance debit notice hold.
    MOVE L$_WS01_NTC_AMT TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Debits held for want of notice:" L$_CT01_REC_NTC_HELD
           " amount: " LD$_AMT
           " (see " L$_NOTICE_HOLD_NAME ")"
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM CD-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Total records read:", L$_CT01_REC_READ
    DISPLAY "Total records routed:", L$_CT01_REC_ROUTED
    DISPLAY "Total records rejected:", L$_CT01_REC_REJECTED
    DISPLAY "Deceased members' debits held:", L$_CT01_REC_HELD
    DISPLAY "Suspected duplicates to review:", L$_CT01_REC_DUP
    DISPLAY "Debits held for want of notice:", L$_CT01_REC_NTC_HELD

    IF L$_CT01_REC_REJECTED > ZERO
       DISPLAY "*** UNROUTED RECORDS - see " L$_REJECT_FILE_NAME
