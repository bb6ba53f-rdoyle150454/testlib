*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72I_MANDATE_INGEST.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*          Daily ingest of the banks' mandate confirmations        *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  The direct-debit mandate registry ICA_TR_MANDATES.DAT is read   *
*  by ICA_TRB711_EDIT_BENLEUMI (EA3-CHECK-MANDATE) and closed on   *
*  no-authorization rejects by ICA_TRB713_RECON_BENLEUMI - but the *
*  authorizations themselves, and the cancellations members file   *
*  at their bank, were typed in by hand.  This job applies the     *
*  banks' daily mandate-confirmation file to the registry:         *
*                                                                   *
*    N  new authorization - validated against the member's         *
*       CLB_MEM_BAS row (member found, not terminated, merged or   *
*       deceased, the account on the confirmation IS the member's  *
*       account); replaces whatever row the account had, status    *
*       "A".  An open-ended authorization (expiry zero) is kept as *
*       99991231;                                                   *
*    L  ceiling change - same validation, the account must hold an *
*       active mandate;                                             *
*    X  cancellation - the account's mandate is closed ("C");      *
*    E  expiry - the expiry date is set; one already past on the   *
*       run date marks the mandate expired ("E").                   *
*                                                                   *
*  One row per account is kept (TRB711 takes the LAST matching     *
*  row, so a second row for an account would decide the check by   *
*  file order).  The registry is rewritten through a .TMP and a    *
*  RENAME, TRB713's swap idiom, so a run that dies mid-rewrite     *
*  leaves the old registry standing.  Every confirmation line -    *
*  applied or rejected, with the reason - goes to the day's change *
*  register; a rejected line is the operator's work list, the      *
*  exceptions are put right on the ICA_TRT721_PUT_DATA panel.      *
*                                                                   *
*  Run it before the day's ICA_TRB711_EDIT_BENLEUMI phases, so a   *
*  member's new mandate is on file when the debit is edited (a     *
*  predecessor row in ICA_TRF713_PREREQ_CHK's table enforces it).  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use)*
*       RUN_DATE            I    the confirmation file's date,      *
*                                 CCYYMMDD.                         *
*       PREREQ_OVERRIDE     I    "Y"/"N", prerequisite check.       *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_CONFIRM_FILE           I   banks' mandate confirmations.  *
*       I_MANDATE_FILE           I   the registry as it stands.     *
*       O_MANDATE_NEW            O   the registry rewritten (.TMP). *
*       O_REGISTER_FILE          O   change register, applied and   *
*                                     rejected.                     *
*       ICD_PRT_343_CLB_MEM_BAS  I   member rows (inquiry).         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72I_MANDATE_INGEST.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The banks' confirmations for the day. Missing file = nothing
*   confirmed today - handled by status.
    SELECT I_CONFIRM_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CONFIRM_STATUS.

*   The registry TRB711 reads and TRB713 rewrites - own statuses,
*   a missing registry is started here.
    SELECT I_MANDATE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_IN_STATUS.

    SELECT O_MANDATE_NEW
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_NEW_STATUS.

    SELECT O_REGISTER_FILE
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
*   One confirmation per line, as the banks' clearing format is
*   converted by the intake:
*     MF_ACTION      - N new, L ceiling change, X cancel, E expiry.
*     MF_CLB_MEM_KEY - the payer reference we gave the bank.
*     MF_ACC_*       - the account the mandate is on.
*     MF_AUTH_DATE   - date the member signed (N).
*     MF_CEILING     - per-debit ceiling (N, L).
*     MF_EXPIRY_DATE - last valid day, zero = open-ended (N, E).
 FD I_CONFIRM_FILE
    VALUE OF ID IS L$_CONFIRM_FILE_NAME.
 01 I_CONFIRM_REC.
    03 MF_ACTION                   PIC X(01).
    03 MF_CLB_MEM_KEY              PIC X(30).
    03 MF_ACC_BANK_NUM             PIC 9(02).
    03 MF_ACC_BRANCH_NUM           PIC 9(03).
    03 MF_ACC_TYPE_CODE            PIC 9(03).
    03 MF_ACC_NUM                  PIC 9(09).
    03 MF_AUTH_DATE                PIC 9(08).
    03 MF_CEILING                  PIC S9(12)V99.
    03 MF_EXPIRY_DATE              PIC 9(08).

*   Same hand-kept record convention ICA_TRB711_EDIT_BENLEUMI's
*   Change #2018 and ICA_TRB713_RECON_BENLEUMI's Change #2102 use.
 FD I_MANDATE_FILE
    VALUE OF ID IS L$_MANDATE_FILE_NAME.
 01 I_MANDATE_REC.
    03 MND_ACC_BANK_NUM            PIC 9(02).
    03 MND_ACC_BRANCH_NUM          PIC 9(03).
    03 MND_ACC_TYPE_CODE           PIC 9(03).
    03 MND_ACC_NUM                 PIC 9(06).
    03 MND_AUTH_DATE               PIC 9(08).
    03 MND_CEILING                 PIC S9(12)V99.
    03 MND_EXPIRY_DATE             PIC 9(08).
    03 MND_STATUS                  PIC X(01).

 FD O_MANDATE_NEW
    VALUE OF ID IS L$_MANDATE_NEW_NAME.
 01 O_MANDATE_NEW_REC.
    03 MN_ACC_BANK_NUM             PIC 9(02).
    03 MN_ACC_BRANCH_NUM           PIC 9(03).
    03 MN_ACC_TYPE_CODE            PIC 9(03).
    03 MN_ACC_NUM                  PIC 9(06).
    03 MN_AUTH_DATE                PIC 9(08).
    03 MN_CEILING                  PIC S9(12)V99.
    03 MN_EXPIRY_DATE              PIC 9(08).
    03 MN_STATUS                   PIC X(01).

 FD O_REGISTER_FILE
    VALUE OF ID IS L$_REGISTER_FILE_NAME.
 01 O_REGISTER_REC.
    03 MSG                         PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_CONFIRM_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_IN_DAT_DIR:".
    03 FILLER			PIC X(16) VALUE "ICA_TRB72I_MNDF_".
    03 L$_WS01_CONFIRM_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

 01 L$_REGISTER_FILE_NAME.
    03 FILLER			PIC X(15) VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			PIC X(15) VALUE "ICA_TRB72I_REG_".
    03 L$_WS01_REGISTER_DATE	PIC 9(08).
    03 FILLER			PIC X(04) VALUE ".DAT".

 01 L$_MANDATE_FILE_NAME            PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.DAT".

 01 L$_MANDATE_NEW_NAME             PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.TMP".

 01 L$_CONFIRM_STATUS               PIC X(02).
    88 L$_CONFIRM_FOUND			    VALUE "00".

 01 L$_MANDATE_IN_STATUS            PIC X(02).
    88 L$_MANDATE_IN_FOUND		    VALUE "00".

 01 L$_MANDATE_NEW_STATUS           PIC X(02).
    88 L$_MANDATE_NEW_OK		    VALUE "00".

*   the registry in memory - ten times TRB711's load table, and a
*   registry larger than this refuses the run rather than drop rows
*   on the rewrite.
 01 L$_WS01_MND_TBL.
    03 L$_WS01_MND_CNT		PIC 9(05) VALUE 0.
    03 L$_WS01_MND_FOUND	PIC 9(05) VALUE 0.
    03 L$_WS01_MND_ENTRY  OCCURS 5000 TIMES INDEXED BY L$_WS01_MND_IDX.
       05 L$_WS01_MND_BANK	PIC 9(02).
       05 L$_WS01_MND_BRANCH	PIC 9(03).
       05 L$_WS01_MND_TYPE	PIC 9(03).
       05 L$_WS01_MND_ACC	PIC 9(06).
       05 L$_WS01_MND_AUTH_DATE	PIC 9(08).
       05 L$_WS01_MND_CEILING	PIC S9(12)V99.
       05 L$_WS01_MND_EXPIRY	PIC 9(08).
       05 L$_WS01_MND_STATUS	PIC X(01).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_CONFIRM           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_CONFIRM_NO		    VALUE 0.
       88 L$_SW01_EOF_CONFIRM_YES		    VALUE 1.
    03 L$_SW01_EOF_MND               PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_MND_NO			    VALUE 0.
       88 L$_SW01_EOF_MND_YES			    VALUE 1.
    03 L$_SW01_NEW_REGISTRY          PIC 9(01)       VALUE 0.
       88 L$_SW01_NEW_REGISTRY_NO		    VALUE 0.
       88 L$_SW01_NEW_REGISTRY_YES		    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_CONFIRM_READ          PIC 9(07).
    03 L$_CT01_APPLIED               PIC 9(07).
    03 L$_CT01_REJECTED              PIC 9(07).
    03 L$_CT01_NEW                   PIC 9(07).
    03 L$_CT01_CEILING               PIC 9(07).
    03 L$_CT01_CANCELLED             PIC 9(07).
    03 L$_CT01_EXPIRED               PIC 9(07).

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_REJECT_REASON           PIC X(40).
 01 L$_WS01_APPLY_TEXT              PIC X(30).
 01 LD$_AMT                         PIC -(12)9.99.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.

* ICD dba copies
*---------------
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"      FROM DICTIONARY.

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
*     RUN_DATE        - the confirmation file's date, CCYYMMDD.
*     PREREQ_OVERRIDE - "Y"/"N", default "N".
 COPY 'ICA_CDD_WKSP:ICA_TRB72I_MANDATE_INGEST_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72I_MANDATE_INGEST_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REGISTER_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_REGISTER_FILE_NAME
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
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-APPLY-CONFIRMATIONS

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72I_MANDATE_INGEST.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RUN_DATE	    IN ICA_TRB72I_MANDATE_INGEST_INP
      TO L$_WS01_RUN_DATE
         L$_WS01_CONFIRM_DATE  IN L$_CONFIRM_FILE_NAME
         L$_WS01_REGISTER_DATE IN L$_REGISTER_FILE_NAME

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72I_MANDATE_INGEST"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72I_MANDATE_INGEST_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    INITIALIZE ICA_TRF713_PREREQ_CHK_WKSP
    MOVE "ICA_TRB72I_MANDATE_INGEST"
      TO P$_PRE_PROG_NAME IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE RUN_DATE	   IN ICA_TRB72I_MANDATE_INGEST_INP
      TO P$_PRE_RUN_DATE  IN ICA_TRF713_PREREQ_CHK_WKSP
    MOVE PREREQ_OVERRIDE   IN ICA_TRB72I_MANDATE_INGEST_INP
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

    OPEN OUTPUT O_REGISTER_FILE
    DISPLAY "Open Output File: " L$_REGISTER_FILE_NAME

    PERFORM BA-LOAD-REGISTRY
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-REGISTRY			SECTION.
*--------------------------------------------------------------------
*# the whole registry into the table - the rewrite in D writes the
*# table back, so nothing may be left out: an overflow refuses the
*# run with the registry untouched.
 BA-00.

    MOVE 0 TO L$_WS01_MND_CNT

    OPEN INPUT I_MANDATE_FILE

    IF NOT L$_MANDATE_IN_FOUND
       SET L$_SW01_NEW_REGISTRY_YES TO TRUE
       DISPLAY "** No mandate registry present - it is started from "
               "today's confirmations; TRB711's mandate check is "
               "IN USE from the next phase on."
       GO TO BA-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_MND_YES
       READ I_MANDATE_FILE
          AT END
             SET L$_SW01_EOF_MND_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_MND_NO
          IF L$_WS01_MND_CNT NOT < 5000
             DISPLAY "** More than 5000 mandates on the registry - "
                     "run refused, registry untouched."
             MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
             SET SP$_EXIT_STATUS_FAILURE TO TRUE

             CALL 'UTL_TERM_PROG_FUNCTION'
             CALL 'UTL_EXIT_ROUTINE'
                  USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
          END-IF
          ADD 1 TO L$_WS01_MND_CNT
          SET L$_WS01_MND_IDX TO L$_WS01_MND_CNT
          MOVE MND_ACC_BANK_NUM
            TO L$_WS01_MND_BANK(L$_WS01_MND_IDX)
          MOVE MND_ACC_BRANCH_NUM
            TO L$_WS01_MND_BRANCH(L$_WS01_MND_IDX)
          MOVE MND_ACC_TYPE_CODE
            TO L$_WS01_MND_TYPE(L$_WS01_MND_IDX)
          MOVE MND_ACC_NUM
            TO L$_WS01_MND_ACC(L$_WS01_MND_IDX)
          MOVE MND_AUTH_DATE
            TO L$_WS01_MND_AUTH_DATE(L$_WS01_MND_IDX)
          MOVE MND_CEILING
            TO L$_WS01_MND_CEILING(L$_WS01_MND_IDX)
          MOVE MND_EXPIRY_DATE
            TO L$_WS01_MND_EXPIRY(L$_WS01_MND_IDX)
          MOVE MND_STATUS
            TO L$_WS01_MND_STATUS(L$_WS01_MND_IDX)
       END-IF
    END-PERFORM

    CLOSE I_MANDATE_FILE

    DISPLAY "Mandates on the registry: ", L$_WS01_MND_CNT
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-APPLY-CONFIRMATIONS			SECTION.
*--------------------------------------------------------------------
 C-00.

    OPEN INPUT I_CONFIRM_FILE

    IF NOT L$_CONFIRM_FOUND
       DISPLAY "No mandate confirmations for ", L$_WS01_RUN_DATE,
               " - registry left as it stands."
       MOVE "NO MANDATE CONFIRMATIONS TODAY" TO MSG IN O_REGISTER_REC
       PERFORM W-WRITE-REGISTER-LINE
       GO TO C-EXIT
    END-IF

    DISPLAY "Open Input File: " L$_CONFIRM_FILE_NAME

    PERFORM UNTIL L$_SW01_EOF_CONFIRM_YES
       READ I_CONFIRM_FILE
          AT END
             SET L$_SW01_EOF_CONFIRM_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_CONFIRM_NO
          ADD 1 TO L$_CT01_CONFIRM_READ
          PERFORM CA-APPLY-ONE-CONFIRMATION
       END-IF
    END-PERFORM

    CLOSE I_CONFIRM_FILE

    IF L$_CT01_APPLIED > ZERO
       PERFORM D-REWRITE-REGISTRY
    END-IF
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-APPLY-ONE-CONFIRMATION		SECTION.
*--------------------------------------------------------------------
 CA-00.

    MOVE SPACES TO L$_WS01_REJECT_REASON
                   L$_WS01_APPLY_TEXT

    PERFORM CF-FIND-MANDATE

    EVALUATE MF_ACTION
        WHEN "N"
             PERFORM CB-NEW-AUTHORIZATION
        WHEN "L"
             PERFORM CC-CEILING-CHANGE
        WHEN "X"
             PERFORM CD-CANCELLATION
        WHEN "E"
             PERFORM CE-EXPIRY
        WHEN OTHER
             MOVE "UNKNOWN ACTION CODE" TO L$_WS01_REJECT_REASON
    END-EVALUATE

    IF L$_WS01_REJECT_REASON = SPACES
       ADD 1 TO L$_CT01_APPLIED
       PERFORM WA-REGISTER-APPLIED
    ELSE
       ADD 1 TO L$_CT01_REJECTED
       PERFORM WB-REGISTER-REJECTED
    END-IF
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-NEW-AUTHORIZATION			SECTION.
*--------------------------------------------------------------------
*# a new authorization replaces whatever row the account had -
*# closed, expired or active with another ceiling - so the account
*# keeps exactly one row.
 CB-00.

    PERFORM CG-VALIDATE-MEMBER

    IF L$_WS01_REJECT_REASON NOT = SPACES
       GO TO CB-EXIT
    END-IF

    IF MF_CEILING NOT > ZERO
       MOVE "NO CEILING ON THE AUTHORIZATION"
         TO L$_WS01_REJECT_REASON
       GO TO CB-EXIT
    END-IF

    IF MF_EXPIRY_DATE = ZERO
       MOVE 99991231 TO MF_EXPIRY_DATE
    END-IF

    IF MF_EXPIRY_DATE < L$_WS01_RUN_DATE
       MOVE "AUTHORIZATION ALREADY EXPIRED"
         TO L$_WS01_REJECT_REASON
       GO TO CB-EXIT
    END-IF

    IF L$_WS01_MND_FOUND = ZERO
       IF L$_WS01_MND_CNT NOT < 5000
          MOVE "REGISTRY TABLE FULL" TO L$_WS01_REJECT_REASON
          GO TO CB-EXIT
       END-IF
       ADD 1 TO L$_WS01_MND_CNT
       MOVE L$_WS01_MND_CNT TO L$_WS01_MND_FOUND
       MOVE "NEW AUTHORIZATION ADDED" TO L$_WS01_APPLY_TEXT
    ELSE
       MOVE "NEW AUTHORIZATION REPLACED" TO L$_WS01_APPLY_TEXT
    END-IF

    SET L$_WS01_MND_IDX TO L$_WS01_MND_FOUND

    MOVE MF_ACC_BANK_NUM   TO L$_WS01_MND_BANK(L$_WS01_MND_IDX)
    MOVE MF_ACC_BRANCH_NUM TO L$_WS01_MND_BRANCH(L$_WS01_MND_IDX)
    MOVE MF_ACC_TYPE_CODE  TO L$_WS01_MND_TYPE(L$_WS01_MND_IDX)
    MOVE MF_ACC_NUM        TO L$_WS01_MND_ACC(L$_WS01_MND_IDX)
    MOVE MF_AUTH_DATE      TO L$_WS01_MND_AUTH_DATE(L$_WS01_MND_IDX)
    MOVE MF_CEILING        TO L$_WS01_MND_CEILING(L$_WS01_MND_IDX)
    MOVE MF_EXPIRY_DATE    TO L$_WS01_MND_EXPIRY(L$_WS01_MND_IDX)
    MOVE "A"               TO L$_WS01_MND_STATUS(L$_WS01_MND_IDX)

    ADD 1 TO L$_CT01_NEW
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 CC-CEILING-CHANGE			SECTION.
*--------------------------------------------------------------------
 CC-00.

    PERFORM CG-VALIDATE-MEMBER

    IF L$_WS01_REJECT_REASON NOT = SPACES
       GO TO CC-EXIT
    END-IF

    IF L$_WS01_MND_FOUND = ZERO
       MOVE "NO MANDATE ON FILE FOR THE ACCOUNT"
         TO L$_WS01_REJECT_REASON
       GO TO CC-EXIT
    END-IF

    SET L$_WS01_MND_IDX TO L$_WS01_MND_FOUND

    IF L$_WS01_MND_STATUS(L$_WS01_MND_IDX) NOT = "A"
       MOVE "MANDATE ON FILE IS NOT ACTIVE"
         TO L$_WS01_REJECT_REASON
       GO TO CC-EXIT
    END-IF

    IF MF_CEILING NOT > ZERO
       MOVE "NO CEILING ON THE CHANGE" TO L$_WS01_REJECT_REASON
       GO TO CC-EXIT
    END-IF

    MOVE MF_CEILING TO L$_WS01_MND_CEILING(L$_WS01_MND_IDX)
    MOVE "CEILING CHANGED" TO L$_WS01_APPLY_TEXT

    ADD 1 TO L$_CT01_CEILING
    .
 CC-EXIT.    EXIT.
*--------------------------------------------------------------------
 CD-CANCELLATION			SECTION.
*--------------------------------------------------------------------
*# no member check - a member who has since moved account still
*# gets the old account's mandate closed.
 CD-00.

    IF L$_WS01_MND_FOUND = ZERO
       MOVE "NO MANDATE ON FILE FOR THE ACCOUNT"
         TO L$_WS01_REJECT_REASON
       GO TO CD-EXIT
    END-IF

    SET L$_WS01_MND_IDX TO L$_WS01_MND_FOUND

    IF L$_WS01_MND_STATUS(L$_WS01_MND_IDX) = "C"
       MOVE "MANDATE ALREADY CANCELLED" TO L$_WS01_REJECT_REASON
       GO TO CD-EXIT
    END-IF

    MOVE "C" TO L$_WS01_MND_STATUS(L$_WS01_MND_IDX)
    MOVE "CANCELLED BY THE MEMBER" TO L$_WS01_APPLY_TEXT

    ADD 1 TO L$_CT01_CANCELLED
    .
 CD-EXIT.    EXIT.
*--------------------------------------------------------------------
 CE-EXPIRY				SECTION.
*--------------------------------------------------------------------
*# an expiry dated ahead only shortens the mandate - TRB711 stops
*# honouring it after that day by itself; one already past marks
*# it expired now. Zero means "expired as of today".
 CE-00.

    IF L$_WS01_MND_FOUND = ZERO
       MOVE "NO MANDATE ON FILE FOR THE ACCOUNT"
         TO L$_WS01_REJECT_REASON
       GO TO CE-EXIT
    END-IF

    SET L$_WS01_MND_IDX TO L$_WS01_MND_FOUND

    IF L$_WS01_MND_STATUS(L$_WS01_MND_IDX) = "C"
       MOVE "MANDATE ALREADY CANCELLED" TO L$_WS01_REJECT_REASON
       GO TO CE-EXIT
    END-IF

    IF MF_EXPIRY_DATE = ZERO
       MOVE L$_WS01_RUN_DATE TO MF_EXPIRY_DATE
    END-IF

    MOVE MF_EXPIRY_DATE TO L$_WS01_MND_EXPIRY(L$_WS01_MND_IDX)

    IF MF_EXPIRY_DATE NOT > L$_WS01_RUN_DATE
       MOVE "E" TO L$_WS01_MND_STATUS(L$_WS01_MND_IDX)
       MOVE "EXPIRED" TO L$_WS01_APPLY_TEXT
    ELSE
       MOVE "EXPIRY DATE SET" TO L$_WS01_APPLY_TEXT
    END-IF

    ADD 1 TO L$_CT01_EXPIRED
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 CF-FIND-MANDATE			SECTION.
*--------------------------------------------------------------------
*# the account's row, last match wins - the row TRB711's
*# EA3-CHECK-MANDATE would decide on.
 CF-00.

    MOVE 0 TO L$_WS01_MND_FOUND

    PERFORM VARYING L$_WS01_MND_IDX FROM 1 BY 1
               UNTIL L$_WS01_MND_IDX > L$_WS01_MND_CNT
       IF L$_WS01_MND_BANK(L$_WS01_MND_IDX)   = MF_ACC_BANK_NUM
      AND L$_WS01_MND_BRANCH(L$_WS01_MND_IDX) = MF_ACC_BRANCH_NUM
      AND L$_WS01_MND_TYPE(L$_WS01_MND_IDX)   = MF_ACC_TYPE_CODE
      AND L$_WS01_MND_ACC(L$_WS01_MND_IDX)    = MF_ACC_NUM
          SET L$_WS01_MND_FOUND TO L$_WS01_MND_IDX
       END-IF
    END-PERFORM
    .
 CF-EXIT.    EXIT.
*--------------------------------------------------------------------
 CG-VALIDATE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# the confirmation must belong to a live member and name the
*# account that member's debits are drawn on - the same own-account
*# check ICA_TRB71X_CREDIT_INTAKE's CB-MATCH-CREDIT makes.
 CG-00.

    IF MF_ACC_NUM > 999999
       MOVE "ACCOUNT NUMBER TOO LONG FOR REGISTRY"
         TO L$_WS01_REJECT_REASON
       GO TO CG-EXIT
    END-IF

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    MOVE MF_CLB_MEM_KEY
      TO ICD_PRT_343_CLB_MEM_BAS_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
    CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       MOVE "MEMBER NOT FOUND" TO L$_WS01_REJECT_REASON
       GO TO CG-EXIT
    END-IF

    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T"
    OR MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "M"
    OR MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "D"
       MOVE "MEMBER TERMINATED, MERGED OR DECEASED"
         TO L$_WS01_REJECT_REASON
       GO TO CG-EXIT
    END-IF

    IF MF_ACC_BANK_NUM   NOT = ACC_BANK_NUM
                               IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
    OR MF_ACC_BRANCH_NUM NOT = ACC_BRANCH_NUM
                               IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
    OR MF_ACC_TYPE_CODE  NOT = ACC_TYPE_CODE
                               IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
    OR MF_ACC_NUM        NOT = ACC_NUM
                               IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW
       MOVE "ACCOUNT IS NOT THE MEMBER'S" TO L$_WS01_REJECT_REASON
       GO TO CG-EXIT
    END-IF
    .
 CG-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-REWRITE-REGISTRY			SECTION.
*--------------------------------------------------------------------
*# the table back out through a .TMP and a RENAME - TRB713's
*# E-CLOSE-NO-AUTH-MANDATES swap.
 D-00.

    OPEN OUTPUT O_MANDATE_NEW

    IF NOT L$_MANDATE_NEW_OK
       DISPLAY "** Registry work file could not be opened, status: "
               L$_MANDATE_NEW_STATUS " - registry NOT updated."
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       GO TO D-EXIT
    END-IF

    PERFORM VARYING L$_WS01_MND_IDX FROM 1 BY 1
               UNTIL L$_WS01_MND_IDX > L$_WS01_MND_CNT
       MOVE L$_WS01_MND_BANK(L$_WS01_MND_IDX)      TO MN_ACC_BANK_NUM
       MOVE L$_WS01_MND_BRANCH(L$_WS01_MND_IDX)    TO MN_ACC_BRANCH_NUM
       MOVE L$_WS01_MND_TYPE(L$_WS01_MND_IDX)      TO MN_ACC_TYPE_CODE
       MOVE L$_WS01_MND_ACC(L$_WS01_MND_IDX)       TO MN_ACC_NUM
       MOVE L$_WS01_MND_AUTH_DATE(L$_WS01_MND_IDX) TO MN_AUTH_DATE
       MOVE L$_WS01_MND_CEILING(L$_WS01_MND_IDX)   TO MN_CEILING
       MOVE L$_WS01_MND_EXPIRY(L$_WS01_MND_IDX)    TO MN_EXPIRY_DATE
       MOVE L$_WS01_MND_STATUS(L$_WS01_MND_IDX)    TO MN_STATUS
       WRITE O_MANDATE_NEW_REC
    END-PERFORM

    CLOSE O_MANDATE_NEW

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "RENAME " L$_MANDATE_NEW_NAME " " L$_MANDATE_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "**Error at D-REWRITE-REGISTRY - UTL_SPAWN_PROCESS "
       DISPLAY "  Command : ",
               SP$_COMMAND_LINE  IN UTL_SPAWN_PROCESS_WKSP
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    END-IF

    DISPLAY "Mandate registry rewritten, mandates: ", L$_WS01_MND_CNT
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 WA-REGISTER-APPLIED			SECTION.
*--------------------------------------------------------------------
 WA-00.

    MOVE MF_CEILING TO LD$_AMT

    MOVE SPACES TO MSG IN O_REGISTER_REC
    STRING "APPLIED  ", MF_ACTION, " ACC ",
           MF_ACC_BANK_NUM, "/", MF_ACC_BRANCH_NUM, "/",
           MF_ACC_TYPE_CODE, "/", MF_ACC_NUM,
           " MEMBER ", MF_CLB_MEM_KEY,
           " CEILING ", LD$_AMT,
           " EXPIRY ", MF_EXPIRY_DATE,
           " - ", L$_WS01_APPLY_TEXT
      DELIMITED BY SIZE
      INTO MSG IN O_REGISTER_REC
    PERFORM W-WRITE-REGISTER-LINE
    .
 WA-EXIT.    EXIT.
*--------------------------------------------------------------------
 WB-REGISTER-REJECTED			SECTION.
*--------------------------------------------------------------------
 WB-00.

    MOVE MF_CEILING TO LD$_AMT

    MOVE SPACES TO MSG IN O_REGISTER_REC
    STRING "REJECTED ", MF_ACTION, " ACC ",
           MF_ACC_BANK_NUM, "/", MF_ACC_BRANCH_NUM, "/",
           MF_ACC_TYPE_CODE, "/", MF_ACC_NUM,
           " MEMBER ", MF_CLB_MEM_KEY,
           " CEILING ", LD$_AMT,
           " - ", L$_WS01_REJECT_REASON
      DELIMITED BY SIZE
      INTO MSG IN O_REGISTER_REC
    PERFORM W-WRITE-REGISTER-LINE

    DISPLAY "** MANDATE CONFIRMATION REJECTED - ACC:", MF_ACC_NUM,
            " ", L$_WS01_REJECT_REASON
    .
 WB-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REGISTER-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REGISTER_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES TO MSG IN O_REGISTER_REC
    PERFORM W-WRITE-REGISTER-LINE

    MOVE SPACES TO MSG IN O_REGISTER_REC
    STRING "Confirmations read: ", L$_CT01_CONFIRM_READ,
           "  applied: ", L$_CT01_APPLIED,
           "  rejected: ", L$_CT01_REJECTED
      DELIMITED BY SIZE
      INTO MSG IN O_REGISTER_REC
    PERFORM W-WRITE-REGISTER-LINE

    MOVE SPACES TO MSG IN O_REGISTER_REC
    STRING "New: ", L$_CT01_NEW,
           "  ceiling changes: ", L$_CT01_CEILING,
           "  cancelled: ", L$_CT01_CANCELLED,
           "  expiries: ", L$_CT01_EXPIRED
      DELIMITED BY SIZE
      INTO MSG IN O_REGISTER_REC
    PERFORM W-WRITE-REGISTER-LINE

    CLOSE O_REGISTER_FILE

    DISPLAY "Confirmations read:", L$_CT01_CONFIRM_READ,
            " applied:", L$_CT01_APPLIED,
            " rejected:", L$_CT01_REJECTED

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72I_MANDATE_INGEST"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RUN_DATE	    IN ICA_TRB72I_MANDATE_INGEST_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_CONFIRM_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_APPLIED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REJECTED
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72I_MANDATE_INGEST.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
