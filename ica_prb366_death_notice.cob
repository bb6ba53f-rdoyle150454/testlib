*********************************************************************
******* PROGRAM_NAME: [ICA_PRB366_DEATH_NOTICE.COB] *****************
*                                                                   *
*                                    [Club products sub-system]    *
*        Population-registry death notices - deceased freeze       *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  We used to learn of a member's death when the family phoned -   *
*  often after months of dues debited to the estate's account and  *
*  renewal and dunning letters addressed to the deceased.  This    *
*  job takes the population registry's daily death-notice file and *
*  matches it against ICD_PRT_343_CLB_MEM_BAS on the ID number     *
*  (MEMBER_ID), in one full-sweep cursor pass:                      *
*                                                                   *
*    CONFIRMED - same ID number, and the notice's family name      *
*                appears in the member's name: the member is       *
*                flagged deceased at once;                          *
*    POSSIBLE  - same ID number, name disagrees: reported only -   *
*                operations check it and, when it is the member,   *
*                put the key on the next run's confirmation file.  *
*                                                                   *
*  Flagging a member deceased:                                      *
*    1. MEMBER_STATUS "D" on the CLB_MEM_BAS row, with the         *
*       ICD_PRT_343_CHG_HST old/new row every table change carries *
*       - the delete+insert save PRB358 uses;                       *
*    2. a record in the deceased-member store (RMS indexed, keyed  *
*       by member) with the ID number, the account details and the *
*       date of death.  The store is what the freeze reads:        *
*       ICA_TRB710_SPLIT_BANKS diverts the member's 670 debits to  *
*       its hold file, ICA_PRF363_CONTACT_PREF suppresses every    *
*       non-mandatory mailing; ICA_PRB362_DUES_LEDGER keeps the    *
*       member's entries out of dunning off the "D" mark.  The     *
*       estate contact is recorded on the same record through the  *
*       ICA_PRT366_PUT_DATA panel.                                  *
*                                                                   *
*  The match report lists every confirmed and possible match and   *
*  the counts; a member already flagged is left as it stands, so a *
*  notice repeated by the registry is harmless.                     *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    run date, CCYYMMDD - names the     *
*                                 notice, confirmation and report   *
*                                 files.                             *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_NOTICE_FILE            I   registry death notices.        *
*       I_CONFIRM_FILE           I   possible matches operations    *
*                                     confirmed (optional).          *
*       ICD_PRT_343_CLB_MEM_BAS I/O  member rows (cursor sweep).    *
*       ICD_PRT_343_CHG_HST      O   change images.                 *
*       IO_DECEASED_FILE        I/O  deceased-member store.         *
*       O_REPORT_FILE            O   match report.                  *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB366_DEATH_NOTICE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The registry's daily death-notice file.
    SELECT I_NOTICE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Possible matches operations confirmed - most days there is
*   none: missing file = nothing to confirm, own status.
    SELECT I_CONFIRM_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CONFIRM_STATUS.

*   The deceased-member store - create-on-first-use by probe, own
*   status.
    SELECT IO_DECEASED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DC_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_DECEASED_STATUS.

    SELECT I_DCD_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_DCD_PROBE_STATUS.

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
*   The registry's record, as delivered.
 FD I_NOTICE_FILE
    VALUE OF ID IS L$_NOTICE_FILE_NAME.
 01 I_NOTICE_REC.
    03 DN_ID_NUMBER                 PIC 9(09).
    03 DN_FAMILY_NAME               PIC X(20).
    03 DN_FIRST_NAME                PIC X(15).
    03 DN_DATE_OF_DEATH             PIC 9(08).

 FD I_CONFIRM_FILE
    VALUE OF ID IS L$_CONFIRM_FILE_NAME.
 01 I_CONFIRM_REC.
    03 CNF_CLB_MEM_KEY              PIC X(30).
    03 CNF_DATE_OF_DEATH            PIC 9(08).

*   Hand-kept record convention shared with ICA_TRB710_SPLIT_BANKS,
*   ICA_PRF363_CONTACT_PREF and the ICA_PRT366_PUT_DATA panel.
*     DC_SOURCE  - "R" registry match, "O" operations-confirmed.
*     DC_ESTATE_ - the estate contact, recorded by the panel.
 FD IO_DECEASED_FILE
    VALUE OF ID IS L$_DECEASED_NAME.
 01 IO_DECEASED_REC.
    03 DC_CLB_MEM_KEY               PIC X(30).
    03 DC_MEMBER_ID                 PIC 9(15).
    03 DC_ACC_BANK_NUM              PIC 9(02).
    03 DC_ACC_BRANCH_NUM            PIC 9(03).
    03 DC_ACC_TYPE_CODE             PIC 9(03).
    03 DC_ACC_NUM                   PIC 9(09).
    03 DC_DATE_OF_DEATH             PIC 9(08).
    03 DC_FLAGGED_DATE              PIC 9(08).
    03 DC_SOURCE                    PIC X(01).
    03 DC_ESTATE_NAME               PIC X(40).
    03 DC_ESTATE_RELATION           PIC X(20).
    03 DC_ESTATE_PHONE              PIC X(15).
    03 DC_ESTATE_ADDRESS            PIC X(60).
    03 DC_UPDATED_BY                PIC X(12).
    03 DC_UPDATED_TMSP              PIC S9(11)V9(07) COMP.

 FD I_DCD_PROBE_FILE
    VALUE OF ID IS L$_DCD_PROBE_NAME.
 01 I_DCD_PROBE_REC                 PIC X(01).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG2                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_NOTICE_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB366_DTH_".
    03 L$_WS01_NOTICE_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_CONFIRM_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_IN_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB366_CNF_".
    03 L$_WS01_CONFIRM_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_PRB366_MCH_".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_DECEASED_NAME                PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_DECEASED.IDX".

 01 L$_DCD_PROBE_NAME               PIC X(40)
    VALUE "ICA_IN_DAT_DIR:ICA_TR_DECEASED.IDX".

 01 L$_CONFIRM_STATUS               PIC X(02).
    88 L$_CONFIRM_FOUND			    VALUE "00".

 01 L$_DECEASED_STATUS              PIC X(02).
    88 L$_DECEASED_OK			    VALUE "00".
    88 L$_DECEASED_NOT_FOUND		    VALUE "23".

 01 L$_DCD_PROBE_STATUS             PIC X(02).
    88 L$_DCD_PROBE_OPENED		    VALUE "00".
    88 L$_DCD_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_DATE_OF_DEATH           PIC 9(08).
 01 L$_WS01_SOURCE                  PIC X(01).
 01 L$_WS01_NAME_LEN                PIC 9(02).
 01 L$_WS01_NAME_HITS               PIC 9(03).

 01 L$_CO01_MEMBER_DECEASED         PIC X(01) VALUE "D".

*   the day's notices, loaded once; the sweep marks the ones it
*   matched.
 01 L$_WS01_DN_TBL.
    03 L$_WS01_DN_CNT               PIC 9(04)       VALUE 0.
    03 L$_WS01_DN_FOUND_IDX         PIC 9(04)       VALUE 0.
    03 L$_WS01_DN_ENTRY   OCCURS 2000 TIMES
                          INDEXED BY L$_WS01_DN_IDX.
       05 L$_WS01_DN_ID_NUMBER      PIC 9(09).
       05 L$_WS01_DN_FAMILY_NAME    PIC X(20).
       05 L$_WS01_DN_FIRST_NAME     PIC X(15).
       05 L$_WS01_DN_DEATH_DATE     PIC 9(08).
       05 L$_WS01_DN_MATCHED        PIC X(01).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SWEEP	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SWEEP_NO		    VALUE 0.
       88 L$_SW01_EOF_SWEEP_YES		    VALUE 1.
    03 L$_SW01_EOF_NOTICE	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_NOTICE_NO		    VALUE 0.
       88 L$_SW01_EOF_NOTICE_YES	    VALUE 1.
    03 L$_SW01_EOF_CONFIRM	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CONFIRM_NO	    VALUE 0.
       88 L$_SW01_EOF_CONFIRM_YES	    VALUE 1.
    03 L$_SW01_SAVE_STATE	    PIC 9(01)       VALUE 0.
       88 L$_SW01_SAVE_CLEAN		    VALUE 0.
       88 L$_SW01_SAVE_FAILED		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_NOTICES_READ          PIC 9(09).
    03 L$_CT01_MEMBERS_READ          PIC 9(09).
    03 L$_CT01_CONFIRMED             PIC 9(09).
    03 L$_CT01_POSSIBLE              PIC 9(09).
    03 L$_CT01_ALREADY_FLAGGED       PIC 9(09).
    03 L$_CT01_NOT_MEMBERS           PIC 9(09).
    03 L$_CT01_CONFIRMS_READ         PIC 9(09).
    03 L$_CT01_OPS_CONFIRMED         PIC 9(09).
    03 L$_CT01_FAILED                PIC 9(09).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

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

*   the row before the flag touched it - the OLD_VALUE image of the
*   change-history row, same convention as the save panel.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS" FROM DICTIONARY
	REPLACING ICD_PRT_343_CLB_MEM_BAS BY L$_WS01_OLD_IMAGE.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RUN_DATE - run date, CCYYMMDD.
 COPY 'ICA_CDD_WKSP:ICA_PRB366_DEATH_NOTICE_WKSP'     FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB366_DEATH_NOTICE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_NOTICE_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_NOTICE_FILE_NAME
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
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-MATCH-SWEEP

    PERFORM D-COUNT-UNMATCHED

    PERFORM E-APPLY-CONFIRMATIONS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB366_DEATH_NOTICE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_WS01_DN_TBL
               ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_PRB366_DEATH_NOTICE_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_NOTICE_DATE  IN L$_NOTICE_FILE_NAME
         L$_WS01_CONFIRM_DATE IN L$_CONFIRM_FILE_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Population-registry death notices - match report"
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB366_DEATH_NOTICE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB366_DEATH_NOTICE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    PERFORM BA-LOAD-NOTICES

    PERFORM BL-OPEN-DECEASED-STORE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-NOTICES			SECTION.
*--------------------------------------------------------------------
*# the whole day's file into the table. A notice that did not fit
*# would be a death nobody looked for - so an overfull file
*# refuses the run instead of dropping the rest.
 BA-00.

    OPEN INPUT I_NOTICE_FILE
    DISPLAY "Open Input File: " L$_NOTICE_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_NOTICE_YES
       READ I_NOTICE_FILE
          AT END
             SET L$_SW01_EOF_NOTICE_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_CT01_NOTICES_READ
             IF L$_WS01_DN_CNT < 2000
                ADD 1 TO L$_WS01_DN_CNT
                SET L$_WS01_DN_IDX TO L$_WS01_DN_CNT
                MOVE DN_ID_NUMBER
                  TO L$_WS01_DN_ID_NUMBER(L$_WS01_DN_IDX)
                MOVE DN_FAMILY_NAME
                  TO L$_WS01_DN_FAMILY_NAME(L$_WS01_DN_IDX)
                MOVE DN_FIRST_NAME
                  TO L$_WS01_DN_FIRST_NAME(L$_WS01_DN_IDX)
                MOVE DN_DATE_OF_DEATH
                  TO L$_WS01_DN_DEATH_DATE(L$_WS01_DN_IDX)
                MOVE "N"
                  TO L$_WS01_DN_MATCHED(L$_WS01_DN_IDX)
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_NOTICE_FILE

    IF L$_CT01_NOTICES_READ > L$_WS01_DN_CNT
       DISPLAY "** More than 2000 death notices in "
               L$_NOTICE_FILE_NAME
       DISPLAY "** - split the file and run each part. Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Death notices loaded: ", L$_WS01_DN_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-OPEN-SWEEP-CURSOR			SECTION.
*--------------------------------------------------------------------
*# same full-sweep cursor convention as PRB348's
*# BB-OPEN-SWEEP-CURSOR.
 BB-00.

    ADD DP$_SYM_OPEN_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO SP$_ACW_PROC_AUX_STATUS
       MOVE "SEC:BB-OPEN-SWEEP-CURSOR RTN:ICD_PRT_343_CLB_MEM_BAS_DBA"
         TO SP$_ACW_FREE_TEXT
       PERFORM Z-FINISH
    END-IF
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 BL-OPEN-DECEASED-STORE			SECTION.
*--------------------------------------------------------------------
*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention.
 BL-00.

    OPEN INPUT I_DCD_PROBE_FILE

    IF L$_DCD_PROBE_NOT_FOUND
       OPEN OUTPUT IO_DECEASED_FILE
       CLOSE IO_DECEASED_FILE
    ELSE
       IF L$_DCD_PROBE_OPENED
          CLOSE I_DCD_PROBE_FILE
       END-IF
    END-IF

    OPEN I-O IO_DECEASED_FILE

    IF NOT L$_DECEASED_OK
       DISPLAY "** Deceased-member store could not be opened, status: "
               L$_DECEASED_STATUS " - run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF
    .
 BL-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-MATCH-SWEEP				SECTION.
*--------------------------------------------------------------------
 C-00.

    IF L$_WS01_DN_CNT = ZERO
       MOVE "No death notices today."
         TO MSG2	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    PERFORM BB-OPEN-SWEEP-CURSOR

    PERFORM UNTIL L$_SW01_EOF_SWEEP_YES
       MOVE DP$_SYM_FETCH
         TO DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA'
            USING ICD_PRT_343_CLB_MEM_BAS_DBW

       EVALUATE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
           WHEN SP$_MSG_NORMAL
                ADD 1 TO L$_CT01_MEMBERS_READ
                PERFORM CA-MATCH-ONE-MEMBER

           WHEN SP$_MSG_NO_DATA_FOUND
                SET L$_SW01_EOF_SWEEP_YES TO TRUE

           WHEN OTHER
                MOVE DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW
                  TO SP$_ACW_PROC_AUX_STATUS
                MOVE "SEC:C-MATCH-SWEEP RTN:CLB_MEM_BAS_DBA"
                  TO SP$_ACW_FREE_TEXT
                PERFORM Z-FINISH
       END-EVALUATE
    END-PERFORM

    PERFORM X-CLOSE-SWEEP-CURSOR
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-MATCH-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# the ID number decides whether there is a match at all; the
*# family name decides whether it is safe to act on it.
 CA-00.

    MOVE 0 TO L$_WS01_DN_FOUND_IDX

    PERFORM VARYING L$_WS01_DN_IDX FROM 1 BY 1
               UNTIL L$_WS01_DN_IDX > L$_WS01_DN_CNT
                  OR L$_WS01_DN_FOUND_IDX > ZERO
       IF L$_WS01_DN_ID_NUMBER(L$_WS01_DN_IDX) =
          MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                    IN ICD_PRT_343_CLB_MEM_BAS_DBW
          SET L$_WS01_DN_FOUND_IDX TO L$_WS01_DN_IDX
       END-IF
    END-PERFORM

    IF L$_WS01_DN_FOUND_IDX = ZERO
       GO TO CA-EXIT
    END-IF

    SET L$_WS01_DN_IDX TO L$_WS01_DN_FOUND_IDX
    MOVE "Y" TO L$_WS01_DN_MATCHED(L$_WS01_DN_IDX)

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
       = L$_CO01_MEMBER_DECEASED
       ADD 1 TO L$_CT01_ALREADY_FLAGGED
       GO TO CA-EXIT
    END-IF

    PERFORM CB-COMPARE-NAME

    IF L$_WS01_NAME_HITS = ZERO
       ADD 1 TO L$_CT01_POSSIBLE
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "POSSIBLE  - MEMBER "
              CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
              " ID " L$_WS01_DN_ID_NUMBER(L$_WS01_DN_IDX)
              " NOTICE NAME: "
              L$_WS01_DN_FAMILY_NAME(L$_WS01_DN_IDX) " "
              L$_WS01_DN_FIRST_NAME(L$_WS01_DN_IDX)
              " MEMBER NAME: "
              FLAT_NAME IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO CA-EXIT
    END-IF

    MOVE L$_WS01_DN_DEATH_DATE(L$_WS01_DN_IDX)
      TO L$_WS01_DATE_OF_DEATH
    MOVE "R" TO L$_WS01_SOURCE

    MOVE DP$_SYM_TRAN_READ_WRITE TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

    PERFORM F-FLAG-DECEASED

    IF L$_SW01_SAVE_CLEAN
       ADD 1 TO L$_CT01_CONFIRMED
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-COMPARE-NAME			SECTION.
*--------------------------------------------------------------------
*# the notice's family name, as far as its first double blank,
*# looked for anywhere in the member's name - the registry's
*# spelling of a two-word family name survives that, a different
*# person does not. A notice without a family name never confirms.
 CB-00.

    MOVE 0 TO L$_WS01_NAME_LEN
              L$_WS01_NAME_HITS

    INSPECT L$_WS01_DN_FAMILY_NAME(L$_WS01_DN_IDX)
            TALLYING L$_WS01_NAME_LEN
            FOR CHARACTERS BEFORE INITIAL "  "

    IF L$_WS01_NAME_LEN = ZERO
       GO TO CB-EXIT
    END-IF

    INSPECT FLAT_NAME IN ICD_PRT_343_CLB_MEM_BAS
                      IN ICD_PRT_343_CLB_MEM_BAS_DBW
            TALLYING L$_WS01_NAME_HITS
            FOR ALL L$_WS01_DN_FAMILY_NAME(L$_WS01_DN_IDX)
                                          (1:L$_WS01_NAME_LEN)
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-COUNT-UNMATCHED			SECTION.
*--------------------------------------------------------------------
*# most of the day's dead were never members - counted, not listed.
 D-00.

    PERFORM VARYING L$_WS01_DN_IDX FROM 1 BY 1
               UNTIL L$_WS01_DN_IDX > L$_WS01_DN_CNT
       IF L$_WS01_DN_MATCHED(L$_WS01_DN_IDX) = "N"
          ADD 1 TO L$_CT01_NOT_MEMBERS
       END-IF
    END-PERFORM
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-APPLY-CONFIRMATIONS			SECTION.
*--------------------------------------------------------------------
*# the possible matches operations checked and found to be the
*# member - flagged exactly as a registry match is.
 E-00.

    OPEN INPUT I_CONFIRM_FILE

    IF NOT L$_CONFIRM_FOUND
       GO TO E-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_CONFIRM_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_CONFIRM_YES
       READ I_CONFIRM_FILE
          AT END
             SET L$_SW01_EOF_CONFIRM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CONFIRM_NO
          ADD 1 TO L$_CT01_CONFIRMS_READ
          PERFORM EA-APPLY-ONE-CONFIRMATION
       END-IF
    END-PERFORM

    CLOSE I_CONFIRM_FILE
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-APPLY-ONE-CONFIRMATION		SECTION.
*--------------------------------------------------------------------
 EA-00.

    MOVE DP$_SYM_TRAN_READ_WRITE TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE CNF_CLB_MEM_KEY
      TO ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       ADD 1 TO L$_CT01_FAILED
       PERFORM XR-ROLLBACK
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "CONFIRMATION FAILED - member not found: "
              CNF_CLB_MEM_KEY
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO EA-EXIT
    END-IF

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
       = L$_CO01_MEMBER_DECEASED
       ADD 1 TO L$_CT01_ALREADY_FLAGGED
       PERFORM XR-ROLLBACK
       GO TO EA-EXIT
    END-IF

    MOVE CNF_DATE_OF_DEATH TO L$_WS01_DATE_OF_DEATH
    MOVE "O" TO L$_WS01_SOURCE

    PERFORM F-FLAG-DECEASED

    IF L$_SW01_SAVE_CLEAN
       ADD 1 TO L$_CT01_OPS_CONFIRMED
    END-IF
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-FLAG-DECEASED			SECTION.
*--------------------------------------------------------------------
*# the member row in hand (transaction started): the "D" mark on
*# the row, then the deceased-store record the freeze reads. The
*# row is saved first - a store record without the mark would
*# freeze a member nobody can see is deceased.
 F-00.

    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO L$_WS01_OLD_IMAGE

    MOVE L$_CO01_MEMBER_DECEASED
      TO MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                       IN ICD_PRT_343_CLB_MEM_BAS_DBW

    PERFORM DC-SAVE-MEMBER-ROW

    IF L$_SW01_SAVE_FAILED
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "FLAG FAILED - member row could not be saved: "
              L$_WS01_OLD_IMAGE(1:30)
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO F-EXIT
    END-IF

    PERFORM FA-WRITE-DECEASED-REC

    MOVE SPACES  TO MSG2 IN O_REPORT_REC
    IF L$_WS01_SOURCE = "R"
       STRING "CONFIRMED - MEMBER " L$_WS01_OLD_IMAGE(1:30)
              " ID " MEMBER_ID IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
              " DIED " L$_WS01_DATE_OF_DEATH
              " - flagged deceased, debits held, mail suppressed"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
    ELSE
       STRING "CONFIRMED BY OPERATIONS - MEMBER "
              L$_WS01_OLD_IMAGE(1:30)
              " DIED " L$_WS01_DATE_OF_DEATH
              " - flagged deceased, debits held, mail suppressed"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-WRITE-DECEASED-REC			SECTION.
*--------------------------------------------------------------------
*# keyed save: a record already there (the mark was lifted by hand
*# and the registry repeated the notice) keeps its estate contact.
 FA-00.

    MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_CLB_MEM_KEY

    READ IO_DECEASED_FILE

    IF NOT L$_DECEASED_OK
       INITIALIZE IO_DECEASED_REC
       MOVE CLB_MEM_KEY IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
         TO DC_CLB_MEM_KEY
    END-IF

    MOVE MEMBER_ID      IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_MEMBER_ID
    MOVE ACC_BANK_NUM   IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_ACC_BANK_NUM
    MOVE ACC_BRANCH_NUM IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_ACC_BRANCH_NUM
    MOVE ACC_TYPE_CODE  IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_ACC_TYPE_CODE
    MOVE ACC_NUM        IN ICD_PRT_343_CLB_MEM_BAS
                        IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO DC_ACC_NUM
    MOVE L$_WS01_DATE_OF_DEATH TO DC_DATE_OF_DEATH
    MOVE L$_WS01_RUN_DATE      TO DC_FLAGGED_DATE
    MOVE L$_WS01_SOURCE        TO DC_SOURCE
    MOVE SP$_ACW_USER_NAME     IN UTL_CONTROL_ACW
      TO DC_UPDATED_BY
    MOVE SP$_DATE_TIME_BINARY  IN UTL_GET_DATE_TIME_WKSP
      TO DC_UPDATED_TMSP

    WRITE IO_DECEASED_REC
       INVALID KEY
          REWRITE IO_DECEASED_REC
    END-WRITE

    IF NOT L$_DECEASED_OK
       ADD 1 TO L$_CT01_FAILED
       MOVE SPACES  TO MSG2 IN O_REPORT_REC
       STRING "  DECEASED STORE NOT UPDATED, status "
              L$_DECEASED_STATUS " - member " DC_CLB_MEM_KEY
              " is marked but NOT frozen: record it by hand"
         DELIMITED BY SIZE
         INTO MSG2  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-SAVE-MEMBER-ROW			SECTION.
*--------------------------------------------------------------------
*# delete+insert save with the old/new change-history row - the
*# PRB358 DC-SAVE-MEMBER-ROW idiom.
 DC-00.

    SET L$_SW01_SAVE_CLEAN TO TRUE

    ADD DP$_SYM_DELETE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    ADD DP$_SYM_INSERT TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW IS FAILURE
       SET L$_SW01_SAVE_FAILED TO TRUE
       PERFORM XR-ROLLBACK
       GO TO DC-EXIT
    END-IF

    INITIALIZE ICD_PRT_343_CHG_HST_DBW

    MOVE L$_WS01_OLD_IMAGE(1:30)
      TO ICD_PRT_343_CHG_HST_PRW(1:30)
    MOVE L$_WS01_OLD_IMAGE
      TO OLD_VALUE		IN ICD_PRT_343_CHG_HST_PRW
    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW IN ICD_PRT_343_CLB_MEM_BAS_DBW
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
       PERFORM XR-ROLLBACK
       GO TO DC-EXIT
    END-IF

    MOVE DP$_SYM_COMMIT TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 X-CLOSE-SWEEP-CURSOR			SECTION.
*--------------------------------------------------------------------
 X-00.

    ADD DP$_SYM_CLOSE_CURSOR
     TO DP$_SYM_ACCESS_RDB
 GIVING DP$_ACTION  IN ICD_PRT_343_CLB_MEM_BAS_DBW

    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW
    .
 X-EXIT.    EXIT.
*--------------------------------------------------------------------
 XR-ROLLBACK				SECTION.
*--------------------------------------------------------------------
 XR-00.

    MOVE DP$_SYM_ROLLBACK TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW
    .
 XR-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    CLOSE IO_DECEASED_FILE

    MOVE SPACES
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Death notices read:"   DELIMITED BY SIZE
           L$_CT01_NOTICES_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Members swept:"        DELIMITED BY SIZE
           L$_CT01_MEMBERS_READ    DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Confirmed matches flagged:" DELIMITED BY SIZE
           L$_CT01_CONFIRMED            DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Possible matches for operations:" DELIMITED BY SIZE
           L$_CT01_POSSIBLE                   DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Already flagged, left alone:" DELIMITED BY SIZE
           L$_CT01_ALREADY_FLAGGED        DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Notices matching no member:" DELIMITED BY SIZE
           L$_CT01_NOT_MEMBERS           DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Operations confirmations read:" DELIMITED BY SIZE
           L$_CT01_CONFIRMS_READ            DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Operations confirmations flagged:" DELIMITED BY SIZE
           L$_CT01_OPS_CONFIRMED               DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Failures:"             DELIMITED BY SIZE
           L$_CT01_FAILED          DELIMITED BY SIZE
      INTO MSG2	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Death notices read:", L$_CT01_NOTICES_READ
    DISPLAY "Confirmed matches flagged:", L$_CT01_CONFIRMED
    DISPLAY "Possible matches:", L$_CT01_POSSIBLE
    DISPLAY "Operations confirmations flagged:", L$_CT01_OPS_CONFIRMED
    DISPLAY "Failures:", L$_CT01_FAILED

    IF L$_CT01_FAILED > ZERO
       DISPLAY "*** FAILURES - see " L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB366_DEATH_NOTICE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_PRB366_DEATH_NOTICE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_NOTICES_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    COMPUTE P$_REG_REC_WRITTEN IN ICA_TRF712_RUN_REG_WKSP =
            L$_CT01_CONFIRMED + L$_CT01_OPS_CONFIRMED
    MOVE L$_CT01_FAILED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB366_DEATH_NOTICE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
