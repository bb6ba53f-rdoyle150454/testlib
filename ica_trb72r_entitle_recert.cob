*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72R_ENTITLE_RECERT.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*     Quarterly entitlement recertification and segregation of      *
*     duties report                                                 *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  The entitlement store ICA_PRT356_PUT_DATA maintains only ever    *
*  grows.  Once a quarter this job lists it per operator:           *
*    1. every grant with its amount ceiling and who granted it;     *
*    2. the last time the grant was actually used - the "U"         *
*       records ICA_PRF356_CHECK_ENTITLE leaves in the central run  *
*       registry for every check it allows;                         *
*    3. grants unused for more than UNUSED_DAYS (counted from the   *
*       grant itself when it was never used);                       *
*    4. maker/checker conflicts - an operator who holds both the    *
*       grant that originates a sensitive action and the grant      *
*       that approves or releases it (the pairs are in              *
*       L$_CO01_SOD_TBL).                                           *
*  Every grant also goes to the recertification file, one line      *
*  each, which the operator's manager signs off: manager name,      *
*  "K" to keep, and the date.  ICA_TRB72S_ENTITLE_REVOKE then       *
*  revokes every grant on the file that was not kept.               *
*  The run is flagged FAILURE when a maker/checker conflict is      *
*  found, so the scheduler can raise it.                            *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use) *
*       REPORT_DATE         I    today's date, CCYYMMDD - names the *
*                                 report and recertification file.  *
*       UNUSED_DAYS         I    days without a use after which a   *
*                                 grant is reported unused.         *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                    *
*       I_ENTITLE_FILE           I   entitlement store.             *
*       I_REGISTRY_FILE          I   central run registry.          *
*       O_RECERT_FILE            O   recertification file.          *
*       O_REPORT_FILE            O   recertification report.        *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID  *
* --------------------------------- ------------- ----------- ----  *
*  ADC whole-file back-out pair      TP_ELEVY     15-OCT-2026  2165 *
*  (ADC-BKOUT / ADC-BKAPP) added to                                 *
*  L$_CO01_SOD_TBL.                                                 *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72R_ENTITLE_RECERT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The entitlement store - read in key order, so the grants come
*   operator by operator. Handled by status, no DECLARATIVES.
    SELECT I_ENTITLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       ENT_KEY
           FILE STATUS		  IS	       L$_ENTITLE_STATUS.

*   The central run registry ICA_TRF712_RUN_REG maintains. Handled
*   by status - without it the last use is simply unknown.
    SELECT I_REGISTRY_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       REG_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_REGISTRY_STATUS.

    SELECT O_RECERT_FILE
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
*   Same hand-kept record convention ICA_PRF356_CHECK_ENTITLE reads.
 FD I_ENTITLE_FILE
    VALUE OF ID IS L$_ENTITLE_FILE_NAME.
 01 I_ENTITLE_REC.
    03 ENT_KEY.
       05 ENT_USER_NAME             PIC X(12).
       05 ENT_FUNCTION              PIC X(12).
    03 ENT_MAX_AMT                  PIC S9(12)V99.
    03 ENT_GRANTED_BY               PIC X(12).
    03 ENT_GRANTED_TMSP             PIC S9(11)V9(07) COMP.

*   Same hand-kept record convention ICA_TRF712_RUN_REG writes. A
*   "U" record of ICA_PRF356_CHECK_ENTITLE carries the operator in
*   the run key's first 12 bytes and the function in the next 12.
 FD I_REGISTRY_FILE
    VALUE OF ID IS L$_REGISTRY_FILE_NAME.
 01 I_REGISTRY_REC.
    03 REG_KEY.
       05 REG_PROG_NAME             PIC X(26).
       05 REG_EVENT_TMSP            PIC S9(11)V9(07) COMP.
    03 REG_RUN_KEY                  PIC X(26).
    03 REG_RUN_KEY_RED REDEFINES REG_RUN_KEY.
       05 REG_USE_USER_NAME         PIC X(12).
       05 REG_USE_FUNCTION          PIC X(12).
       05 FILLER                    PIC X(02).
    03 REG_EVENT_TYPE               PIC X(01).
    03 REG_REC_READ                 PIC 9(09).
    03 REG_REC_WRITTEN              PIC 9(09).
    03 REG_REC_REJECTED             PIC 9(09).
    03 REG_FINAL_STATUS             PIC S9(09) COMP.

*   Recertification line - hand-kept convention shared with
*   ICA_TRB72S_ENTITLE_REVOKE, which reads the file back once the
*   managers have signed it off. Everything up to RC_SOD_IND is
*   written here; the manager fills RC_MANAGER, RC_DECISION ("K"
*   keep - anything else is revoked) and RC_SIGNED_DATE.
 FD O_RECERT_FILE
    VALUE OF ID IS L$_RECERT_FILE_NAME.
 01 O_RECERT_REC.
    03 RC_REPORT_DATE               PIC 9(08).
    03 FILLER                       PIC X(01).
    03 RC_USER_NAME                 PIC X(12).
    03 FILLER                       PIC X(01).
    03 RC_FUNCTION                  PIC X(12).
    03 FILLER                       PIC X(01).
    03 RC_MAX_AMT                   PIC 9(12)V99.
    03 FILLER                       PIC X(01).
    03 RC_LAST_USED_DATE            PIC 9(08).
    03 FILLER                       PIC X(01).
    03 RC_DAYS_UNUSED               PIC 9(05).
    03 FILLER                       PIC X(01).
    03 RC_UNUSED_IND                PIC X(01).
    03 RC_SOD_IND                   PIC X(01).
    03 FILLER                       PIC X(01).
    03 RC_MANAGER                   PIC X(12).
    03 FILLER                       PIC X(01).
    03 RC_DECISION                  PIC X(01).
    03 FILLER                       PIC X(01).
    03 RC_SIGNED_DATE               PIC 9(08).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_ENTITLE_FILE_NAME            PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ENTITLE.IDX".

 01 L$_REGISTRY_FILE_NAME           PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_REGISTRY.IDX".

 01 L$_RECERT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72R_RCT_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72R_RPT_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_REPORT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_ENTITLE_STATUS               PIC X(02).
    88 L$_ENTITLE_OK			    VALUE "00".

 01 L$_REGISTRY_STATUS              PIC X(02).
    88 L$_REGISTRY_OK			    VALUE "00".

 01 L$_WS01_UNUSED_DAYS             PIC 9(05).
 01 L$_WS01_DAYS_UNUSED             PIC 9(05).
 01 L$_WS01_ITEM_DATE_YMD           PIC 9(08).
 01 L$_WS01_PREV_USER_NAME          PIC X(12).
 01 L$_WS01_BASIS_TMSP              PIC S9(11)V9(07) COMP.
 01 L$_WS01_NOW_TMSP                PIC S9(11)V9(07) COMP.
 01 L$_WS01_ONE_DAY_DELTA           PIC S9(11)V9(07) COMP.
 01 L$_TIME_STRING                  PIC X(16).

 01 L$_CO01_USE_PROG_NAME           PIC X(26)
    VALUE "ICA_PRF356_CHECK_ENTITLE".

*   the maker/checker pairs: holding the first grant (originate)
*   and the second (approve, release) together is a conflict.
 01 L$_CO01_SOD_VALUES.
    03 FILLER                       PIC X(54) VALUE
       "MEM-CHG     MEM-APPR    PRB357 PENDING MEMBER CHANGES".
    03 FILLER                       PIC X(54) VALUE
       "FILE-APPR   FILE-XMIT   TRB716 BANK FILE RELEASE     ".
    03 FILLER                       PIC X(54) VALUE
       "LIMIT-SET   RLSE-HELD   TRB715 HOLDOVER RELEASE      ".
    03 FILLER                       PIC X(54) VALUE
       "SET-IKUL    RLSE-IKUL   TRB71V IKUL RELEASE          ".
    03 FILLER                       PIC X(54) VALUE
       "ADC-BKOUT   ADC-BKAPP   TRB72T ADC FILE BACK-OUT     ".
 01 L$_CO01_SOD_TBL REDEFINES L$_CO01_SOD_VALUES.
    03 L$_CO01_SOD_ENTRY  OCCURS 5 TIMES
                          INDEXED BY L$_CO01_SOD_IDX.
       05 L$_CO01_SOD_MAKER         PIC X(12).
       05 L$_CO01_SOD_CHECKER       PIC X(12).
       05 L$_CO01_SOD_WHAT          PIC X(30).

*   the whole store, loaded in key order, with the last use
*   accumulated alongside each grant.
 01 L$_WS01_GT_TBL.
    03 L$_WS01_GT_CNT               PIC 9(04)       VALUE 0.
    03 L$_WS01_GT_MAX               PIC 9(04)       VALUE 2000.
    03 L$_WS01_GT_ENTRY  OCCURS 2000 TIMES
                         INDEXED BY L$_WS01_GT_IDX
                                    L$_WS01_GT_IDX2.
       05 L$_WS01_GT_USER_NAME      PIC X(12).
       05 L$_WS01_GT_FUNCTION       PIC X(12).
       05 L$_WS01_GT_MAX_AMT        PIC S9(12)V99.
       05 L$_WS01_GT_GRANTED_BY     PIC X(12).
       05 L$_WS01_GT_GRANTED_TMSP   PIC S9(11)V9(07) COMP.
       05 L$_WS01_GT_LAST_USED_TMSP PIC S9(11)V9(07) COMP.
       05 L$_WS01_GT_USED_SEEN      PIC 9(01).
       05 L$_WS01_GT_SOD_IND        PIC X(01).

 01 LD$_AMT                         PIC -(12)9.99.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_ENTITLE          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ENTITLE_NO			    VALUE 0.
       88 L$_SW01_EOF_ENTITLE_YES			    VALUE 1.
    03 L$_SW01_EOF_REG              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_REG_NO			    VALUE 0.
       88 L$_SW01_EOF_REG_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_OPERATORS             PIC 9(07).
    03 L$_CT01_GRANTS                PIC 9(07).
    03 L$_CT01_USES_READ             PIC 9(07).
    03 L$_CT01_UNUSED                PIC 9(07).
    03 L$_CT01_NEVER_USED            PIC 9(07).
    03 L$_CT01_SOD_CONFLICTS         PIC 9(07).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DELTA_TIME_WKSP'         FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     REPORT_DATE - today's date, CCYYMMDD.
*     UNUSED_DAYS - days without a use before a grant is unused.
 COPY 'ICA_CDD_WKSP:ICA_TRB72R_ENTITLE_RECERT_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72R_ENTITLE_RECERT_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_RECERT_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_RECERT_FILE_NAME
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

    PERFORM C-LOAD-GRANTS

    PERFORM D-SCAN-USES

    PERFORM E-CHECK-CONFLICTS

    PERFORM F-REPORT-GRANTS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72R_ENTITLE_RECERT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE REPORT_DATE        IN ICA_TRB72R_ENTITLE_RECERT_INP
      TO L$_WS01_REPORT_DATE  IN L$_RECERT_FILE_NAME
         L$_WS01_REPORT_DATE  IN L$_O_REPORT_FILE_NAME

    MOVE UNUSED_DAYS        IN ICA_TRB72R_ENTITLE_RECERT_INP
      TO L$_WS01_UNUSED_DAYS

    IF L$_WS01_UNUSED_DAYS = ZERO
       DISPLAY "** UNUSED_DAYS must be greater than zero. "
               "Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    PERFORM BA-MAKE-DAY-DELTA

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_NOW_TMSP

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE "Operator entitlements - quarterly recertification"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN OUTPUT O_RECERT_FILE
    DISPLAY "Open Output File: " L$_RECERT_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72R_ENTITLE_RECERT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE REPORT_DATE        IN ICA_TRB72R_ENTITLE_RECERT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-MAKE-DAY-DELTA			SECTION.
*--------------------------------------------------------------------
*# one day as a binary delta, computed once - TRB711's one-day step.
 BA-00.

    MOVE  "0001 00:00:00.00"
      TO  L$_TIME_STRING

    INITIALIZE UTL_CVT_DELTA_TIME_WKSP
    MOVE  L$_TIME_STRING
      TO  SP$_DELTA_TIME_C23            IN  UTL_CVT_DELTA_TIME_WKSP

    CALL 'UTL_CVT_DELTA_TIME'  USING    UTL_CVT_DELTA_TIME_WKSP

    IF  SP$_SYSPRO_STATUS    IN UTL_CVT_DELTA_TIME_WKSP  IS FAILURE
        DISPLAY "** One-day delta could not be built. Run refused."
        MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
        SET SP$_EXIT_STATUS_FAILURE TO TRUE

        CALL 'UTL_TERM_PROG_FUNCTION'
        CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    MOVE  SP$_DELTA_TIME                IN  UTL_CVT_DELTA_TIME_WKSP
      TO  L$_WS01_ONE_DAY_DELTA
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-LOAD-GRANTS				SECTION.
*--------------------------------------------------------------------
*# the whole store into the table - an entitlement store nobody can
*# read, or one bigger than the table, is not recertified by half.
 C-00.

    OPEN INPUT I_ENTITLE_FILE

    IF NOT L$_ENTITLE_OK
       DISPLAY "** Entitlement store could not be opened, status: "
               L$_ENTITLE_STATUS
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Open Input File: " L$_ENTITLE_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_ENTITLE_YES
       READ I_ENTITLE_FILE
          AT END
             SET L$_SW01_EOF_ENTITLE_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_ENTITLE_NO
          IF L$_WS01_GT_CNT NOT < L$_WS01_GT_MAX
             DISPLAY "** More than " L$_WS01_GT_MAX
                     " grants on the store. Run refused."
             MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
             SET SP$_EXIT_STATUS_FAILURE TO TRUE

             CALL 'UTL_TERM_PROG_FUNCTION'
             CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE
                                           UTL_EXIT_ROUTINE_WKSP
          END-IF

          ADD 1 TO L$_WS01_GT_CNT
          SET L$_WS01_GT_IDX TO L$_WS01_GT_CNT
          MOVE ENT_USER_NAME
            TO L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX)
          MOVE ENT_FUNCTION
            TO L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX)
          MOVE ENT_MAX_AMT
            TO L$_WS01_GT_MAX_AMT(L$_WS01_GT_IDX)
          MOVE ENT_GRANTED_BY
            TO L$_WS01_GT_GRANTED_BY(L$_WS01_GT_IDX)
          MOVE ENT_GRANTED_TMSP
            TO L$_WS01_GT_GRANTED_TMSP(L$_WS01_GT_IDX)
          MOVE ZERO
            TO L$_WS01_GT_LAST_USED_TMSP(L$_WS01_GT_IDX)
          MOVE 0
            TO L$_WS01_GT_USED_SEEN(L$_WS01_GT_IDX)
          MOVE SPACE
            TO L$_WS01_GT_SOD_IND(L$_WS01_GT_IDX)
       END-IF
    END-PERFORM

    CLOSE I_ENTITLE_FILE

    MOVE L$_WS01_GT_CNT TO L$_CT01_GRANTS
    DISPLAY "Grants loaded: ", L$_WS01_GT_CNT
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-SCAN-USES				SECTION.
*--------------------------------------------------------------------
*# the check routine's "U" records sit together under its own
*# program name, oldest first - the last one seen for a grant is
*# its last use.
 D-00.

    OPEN INPUT I_REGISTRY_FILE

    IF NOT L$_REGISTRY_OK
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  run registry not available, status "
              L$_REGISTRY_STATUS
              " - last use unknown, ages counted from the grant."
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO D-EXIT
    END-IF

    MOVE L$_CO01_USE_PROG_NAME TO REG_PROG_NAME
    MOVE ZERO                  TO REG_EVENT_TMSP

    START I_REGISTRY_FILE KEY NOT < REG_KEY

    IF NOT L$_REGISTRY_OK
       SET L$_SW01_EOF_REG_YES TO TRUE
    END-IF

    PERFORM UNTIL L$_SW01_EOF_REG_YES
       READ I_REGISTRY_FILE NEXT
          AT END
             SET L$_SW01_EOF_REG_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_REG_NO
          IF REG_PROG_NAME NOT = L$_CO01_USE_PROG_NAME
             SET L$_SW01_EOF_REG_YES TO TRUE
          ELSE
             IF REG_EVENT_TYPE = "U"
                ADD 1 TO L$_CT01_USES_READ
                PERFORM DA-NOTE-ONE-USE
             END-IF
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_REGISTRY_FILE
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-NOTE-ONE-USE			SECTION.
*--------------------------------------------------------------------
*# a use of a grant since revoked finds no entry and is passed over.
 DA-00.

    PERFORM VARYING L$_WS01_GT_IDX FROM 1 BY 1
               UNTIL L$_WS01_GT_IDX > L$_WS01_GT_CNT
       IF L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX) = REG_USE_USER_NAME
      AND L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX)  = REG_USE_FUNCTION
      AND REG_EVENT_TMSP >
          L$_WS01_GT_LAST_USED_TMSP(L$_WS01_GT_IDX)
          MOVE REG_EVENT_TMSP
            TO L$_WS01_GT_LAST_USED_TMSP(L$_WS01_GT_IDX)
          MOVE 1
            TO L$_WS01_GT_USED_SEEN(L$_WS01_GT_IDX)
       END-IF
    END-PERFORM
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-CHECK-CONFLICTS			SECTION.
*--------------------------------------------------------------------
*# for every grant that originates, look for the same operator's
*# grant that approves; both grants of a pair are marked.
 E-00.

    PERFORM VARYING L$_WS01_GT_IDX FROM 1 BY 1
               UNTIL L$_WS01_GT_IDX > L$_WS01_GT_CNT
       PERFORM VARYING L$_CO01_SOD_IDX FROM 1 BY 1
                  UNTIL L$_CO01_SOD_IDX > 5
          IF L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX) =
             L$_CO01_SOD_MAKER(L$_CO01_SOD_IDX)
             PERFORM EA-FIND-CHECKER
          END-IF
       END-PERFORM
    END-PERFORM
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-FIND-CHECKER			SECTION.
*--------------------------------------------------------------------
 EA-00.

    PERFORM VARYING L$_WS01_GT_IDX2 FROM 1 BY 1
               UNTIL L$_WS01_GT_IDX2 > L$_WS01_GT_CNT
       IF L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX2) =
          L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX)
      AND L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX2) =
          L$_CO01_SOD_CHECKER(L$_CO01_SOD_IDX)
          MOVE "C" TO L$_WS01_GT_SOD_IND(L$_WS01_GT_IDX)
                      L$_WS01_GT_SOD_IND(L$_WS01_GT_IDX2)
          ADD 1 TO L$_CT01_SOD_CONFLICTS

          MOVE SPACES  TO MSG IN O_REPORT_REC
          STRING "  SOD CONFLICT - "
                 L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX)
                 " holds both " L$_CO01_SOD_MAKER(L$_CO01_SOD_IDX)
                 " and " L$_CO01_SOD_CHECKER(L$_CO01_SOD_IDX)
                 " (" L$_CO01_SOD_WHAT(L$_CO01_SOD_IDX) ")"
            DELIMITED BY SIZE
            INTO MSG  IN O_REPORT_REC
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 F-REPORT-GRANTS			SECTION.
*--------------------------------------------------------------------
*# one block per operator, one line per grant, and the same grant
*# onto the recertification file for the manager's sign-off.
 F-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    MOVE "GRANTS BY OPERATOR"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES TO L$_WS01_PREV_USER_NAME

    PERFORM VARYING L$_WS01_GT_IDX FROM 1 BY 1
               UNTIL L$_WS01_GT_IDX > L$_WS01_GT_CNT
       PERFORM FA-REPORT-ONE-GRANT
    END-PERFORM
    .
 F-EXIT.    EXIT.
*--------------------------------------------------------------------
 FA-REPORT-ONE-GRANT			SECTION.
*--------------------------------------------------------------------
*# age is counted from the last use, or from the grant itself when
*# the grant was never used.
 FA-00.

    IF L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX) NOT =
       L$_WS01_PREV_USER_NAME
       ADD 1 TO L$_CT01_OPERATORS
       MOVE L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX)
         TO L$_WS01_PREV_USER_NAME
       MOVE SPACES  TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       STRING "OPERATOR " L$_WS01_PREV_USER_NAME
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO O_RECERT_REC

    IF L$_WS01_GT_USED_SEEN(L$_WS01_GT_IDX) = 1
       MOVE L$_WS01_GT_LAST_USED_TMSP(L$_WS01_GT_IDX)
         TO L$_WS01_BASIS_TMSP
       MOVE L$_WS01_BASIS_TMSP
         TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
       PERFORM Y-CVT-TMSP-TO-YMD
       MOVE L$_WS01_ITEM_DATE_YMD TO RC_LAST_USED_DATE
    ELSE
       ADD 1 TO L$_CT01_NEVER_USED
       MOVE L$_WS01_GT_GRANTED_TMSP(L$_WS01_GT_IDX)
         TO L$_WS01_BASIS_TMSP
       MOVE ZERO TO RC_LAST_USED_DATE
    END-IF

    COMPUTE L$_WS01_DAYS_UNUSED =
            (L$_WS01_NOW_TMSP - L$_WS01_BASIS_TMSP)
            / L$_WS01_ONE_DAY_DELTA

    IF L$_WS01_DAYS_UNUSED > L$_WS01_UNUSED_DAYS
       ADD 1 TO L$_CT01_UNUSED
       MOVE "U" TO RC_UNUSED_IND
    END-IF

    MOVE L$_WS01_GT_SOD_IND(L$_WS01_GT_IDX) TO RC_SOD_IND

    MOVE L$_WS01_GT_MAX_AMT(L$_WS01_GT_IDX) TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    IF L$_WS01_GT_USED_SEEN(L$_WS01_GT_IDX) = 1
       STRING "  " L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX)
              " CEILING:" LD$_AMT
              " GRANTED BY " L$_WS01_GT_GRANTED_BY(L$_WS01_GT_IDX)
              " LAST USED " RC_LAST_USED_DATE
              " DAYS UNUSED:" L$_WS01_DAYS_UNUSED
              " " RC_UNUSED_IND RC_SOD_IND
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    ELSE
       STRING "  " L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX)
              " CEILING:" LD$_AMT
              " GRANTED BY " L$_WS01_GT_GRANTED_BY(L$_WS01_GT_IDX)
              " NEVER USED         DAYS SINCE GRANT:"
              L$_WS01_DAYS_UNUSED
              " " RC_UNUSED_IND RC_SOD_IND
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
    END-IF
    PERFORM W-WRITE-REPORT-LINE

    MOVE REPORT_DATE        IN ICA_TRB72R_ENTITLE_RECERT_INP
      TO RC_REPORT_DATE
    MOVE L$_WS01_GT_USER_NAME(L$_WS01_GT_IDX)  TO RC_USER_NAME
    MOVE L$_WS01_GT_FUNCTION(L$_WS01_GT_IDX)   TO RC_FUNCTION
    MOVE L$_WS01_GT_MAX_AMT(L$_WS01_GT_IDX)    TO RC_MAX_AMT
    MOVE L$_WS01_DAYS_UNUSED                   TO RC_DAYS_UNUSED
    MOVE ZERO                                  TO RC_SIGNED_DATE

    WRITE O_RECERT_REC
    .
 FA-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 Y-CVT-TMSP-TO-YMD			SECTION.
*--------------------------------------------------------------------
 Y-00.

    MOVE ZERO TO L$_WS01_ITEM_DATE_YMD

    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO Y-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ITEM_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ITEM_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ITEM_DATE_YMD(1:4)
    .
 Y-EXIT.    EXIT.
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

    STRING "Operators with grants:" DELIMITED BY SIZE
           L$_CT01_OPERATORS        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants on the store:"   DELIMITED BY SIZE
           L$_CT01_GRANTS           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grant uses on the registry:" DELIMITED BY SIZE
           L$_CT01_USES_READ             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants never used:"     DELIMITED BY SIZE
           L$_CT01_NEVER_USED       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants unused over the limit (U):" DELIMITED BY SIZE
           L$_CT01_UNUSED                      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Maker/checker conflicts (C):" DELIMITED BY SIZE
           L$_CT01_SOD_CONFLICTS          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_RECERT_FILE
    DISPLAY "Close Output File: " L$_RECERT_FILE_NAME

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Operators with grants:", L$_CT01_OPERATORS
    DISPLAY "Grants on the store:", L$_CT01_GRANTS
    DISPLAY "Grants unused over the limit:", L$_CT01_UNUSED
    DISPLAY "Maker/checker conflicts:", L$_CT01_SOD_CONFLICTS

    IF L$_CT01_SOD_CONFLICTS > ZERO
       DISPLAY "*** MAKER/CHECKER CONFLICTS - see "
               L$_O_REPORT_FILE_NAME
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
          SET SP$_EXIT_STATUS_SUCCESS TO TRUE
       END-IF
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72R_ENTITLE_RECERT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE REPORT_DATE        IN ICA_TRB72R_ENTITLE_RECERT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_GRANTS
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_GRANTS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_SOD_CONFLICTS
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72R_ENTITLE_RECERT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
