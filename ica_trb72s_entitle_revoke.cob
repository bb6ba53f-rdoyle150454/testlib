*********************************************************************
******* PROGRAM_NAME: [ICA_TRB72S_ENTITLE_REVOKE.COB] ***************
*                                                                   *
*                                    [TR sub-system]                *
*     Revoke entitlements not kept at quarterly recertification     *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Reads back the recertification file ICA_TRB72R_ENTITLE_RECERT    *
*  wrote, once the managers have signed it off.  A grant is kept    *
*  only when its line carries decision "K" and a manager name that  *
*  is not the operator's own; every other grant on the file is      *
*  deleted from the entitlement store.  A grant given again after   *
*  the recertification date is a new grant and is left alone.       *
*  Every keep and every revoke goes to the entitlement audit file,  *
*  under the signing manager and the operator who ran the job.      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name         I/O   Description (meaning, values, use) *
*       RECERT_DATE         I    REPORT_DATE of the recertification *
*                                 run whose file is applied.        *
*       OPER_ID             I    run id - names the report.         *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                    *
*       I_RECERT_FILE            I   signed recertification file.   *
*       IO_ENTITLE_FILE         I/O  entitlement store.             *
*       O_AUDIT_FILE             O   entitlement audit.             *
*       O_REPORT_FILE            O   revocation report.             *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID  *
* --------------------------------- ------------- ----------- ----  *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRB72S_ENTITLE_REVOKE.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The signed file - handled by status, a missing file refuses the
*   run. No DECLARATIVES.
    SELECT I_RECERT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_RECERT_STATUS.

*   The entitlement store - handled by status, no DECLARATIVES.
    SELECT IO_ENTITLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       ENT_KEY
           FILE STATUS		  IS	       L$_ENTITLE_STATUS.

*   Entitlement audit - accumulates forever, probe decides OUTPUT vs
*   EXTEND.
    SELECT O_AUDIT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

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
*   Recertification line - hand-kept convention shared with
*   ICA_TRB72R_ENTITLE_RECERT, which writes it.
 FD I_RECERT_FILE
    VALUE OF ID IS L$_RECERT_FILE_NAME.
 01 I_RECERT_REC.
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
       88 RC_DECISION_KEEP			    VALUE "K".
    03 FILLER                       PIC X(01).
    03 RC_SIGNED_DATE               PIC 9(08).

*   Same hand-kept record convention ICA_PRF356_CHECK_ENTITLE reads.
 FD IO_ENTITLE_FILE
    VALUE OF ID IS L$_ENTITLE_FILE_NAME.
 01 IO_ENTITLE_REC.
    03 ENT_KEY.
       05 ENT_USER_NAME             PIC X(12).
       05 ENT_FUNCTION              PIC X(12).
    03 ENT_MAX_AMT                  PIC S9(12)V99.
    03 ENT_GRANTED_BY               PIC X(12).
    03 ENT_GRANTED_TMSP             PIC S9(11)V9(07) COMP.

*   One record per recertified grant: "K" kept, "V" revoked - under
*   the signing manager and the operator who ran the job.
 FD O_AUDIT_FILE
    VALUE OF ID IS L$_AUDIT_FILE_NAME.
 01 O_AUDIT_REC.
    03 EA_USER_NAME                 PIC X(12).
    03 EA_FUNCTION                  PIC X(12).
    03 EA_MAX_AMT                   PIC S9(12)V99.
    03 EA_ACTION                    PIC X(01).
    03 EA_MANAGER                   PIC X(12).
    03 EA_RUN_OPERATOR              PIC X(12).
    03 EA_AUDIT_TMSP                PIC S9(11)V9(07) COMP.
    03 EA_RECERT_DATE               PIC 9(08).
    03 EA_REASON                    PIC X(40).

 FD O_AUDIT_PROBE_FILE
    VALUE OF ID IS L$_AUDIT_PROBE_NAME.
 01 O_AUDIT_PROBE_REC               PIC X(01).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_RECERT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72R_RCT_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_RECERT_DATE	    PIC 9(08).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_ENTITLE_FILE_NAME            PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ENTITLE.IDX".

 01 L$_AUDIT_FILE_NAME              PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ENTITLE_AUDIT.DAT".

 01 L$_AUDIT_PROBE_NAME             PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_ENTITLE_AUDIT.DAT".

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER			    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER			    PIC X(15)	    VALUE "ICA_TRB72S_RPT_".
    03 FILLER			    PIC X(01)	    VALUE "0".
    03 L$_WS01_OPER_ID	    PIC 9(16).
    03 FILLER			    PIC X(04)	    VALUE ".DAT".

 01 L$_RECERT_STATUS                PIC X(02).
    88 L$_RECERT_OK			    VALUE "00".

 01 L$_ENTITLE_STATUS               PIC X(02).
    88 L$_ENTITLE_OK			    VALUE "00".
    88 L$_ENTITLE_NOT_FOUND		    VALUE "23".

 01 L$_AUDIT_PROBE_STATUS           PIC X(02).
    88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

 01 L$_WS01_AUDIT_ACTION            PIC X(01).
 01 L$_WS01_REASON                  PIC X(40).
 01 L$_WS01_ITEM_DATE_YMD           PIC 9(08).

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_RECERT           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_RECERT_NO			    VALUE 0.
       88 L$_SW01_EOF_RECERT_YES			    VALUE 1.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_LINES_READ            PIC 9(07).
    03 L$_CT01_KEPT                  PIC 9(07).
    03 L$_CT01_REVOKED               PIC 9(07).
    03 L$_CT01_ALREADY_GONE          PIC 9(07).
    03 L$_CT01_REGRANTED             PIC 9(07).

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

 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     RECERT_DATE - REPORT_DATE of the recertification run.
*     OPER_ID     - run id.
 COPY 'ICA_CDD_WKSP:ICA_TRB72S_ENTITLE_REVOKE_WKSP'   FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_TRB72S_ENTITLE_REVOKE_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_AUDIT_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_AUDIT_FILE_NAME
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

    PERFORM UNTIL L$_SW01_EOF_RECERT_YES
       READ I_RECERT_FILE
          AT END
             SET L$_SW01_EOF_RECERT_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_RECERT_NO
          ADD 1 TO L$_CT01_LINES_READ
          PERFORM C-APPLY-ONE-LINE
       END-IF
    END-PERFORM

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_TRB72S_ENTITLE_REVOKE.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE RECERT_DATE        IN ICA_TRB72S_ENTITLE_REVOKE_INP
      TO L$_WS01_RECERT_DATE  IN L$_RECERT_FILE_NAME
    MOVE OPER_ID	    IN ICA_TRB72S_ENTITLE_REVOKE_INP
      TO L$_WS01_OPER_ID    IN L$_O_REPORT_FILE_NAME

    OPEN INPUT I_RECERT_FILE

    IF NOT L$_RECERT_OK
       DISPLAY "** Recertification file " L$_RECERT_FILE_NAME
               " could not be opened, status: " L$_RECERT_STATUS
               ". Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Open Input File: " L$_RECERT_FILE_NAME

    OPEN I-O IO_ENTITLE_FILE

    IF NOT L$_ENTITLE_OK
       DISPLAY "** Entitlement store could not be opened, status: "
               L$_ENTITLE_STATUS ". Run refused."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_FILE_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Entitlement revocation - recertification of "
           L$_WS01_RECERT_DATE IN L$_RECERT_FILE_NAME
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72S_ENTITLE_REVOKE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RECERT_DATE        IN ICA_TRB72S_ENTITLE_REVOKE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-APPLY-ONE-LINE			SECTION.
*--------------------------------------------------------------------
*# kept only with a "K" signed by somebody other than the operator;
*# a blank or self-signed line is as good as no answer.
 C-00.

    IF RC_DECISION_KEEP
   AND RC_MANAGER NOT = SPACES
   AND RC_MANAGER NOT = RC_USER_NAME
       ADD 1 TO L$_CT01_KEPT
       MOVE "K"                 TO L$_WS01_AUDIT_ACTION
       MOVE "RECERTIFIED"       TO L$_WS01_REASON
       PERFORM XA-WRITE-AUDIT-REC
       GO TO C-EXIT
    END-IF

    IF RC_DECISION_KEEP
       MOVE "SELF-SIGNED OR NO MANAGER" TO L$_WS01_REASON
    ELSE
       MOVE "NOT RECERTIFIED"           TO L$_WS01_REASON
    END-IF

    MOVE RC_USER_NAME TO ENT_USER_NAME
    MOVE RC_FUNCTION  TO ENT_FUNCTION

    READ IO_ENTITLE_FILE

    IF NOT L$_ENTITLE_OK
       ADD 1 TO L$_CT01_ALREADY_GONE
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  " RC_USER_NAME " " RC_FUNCTION
              " no longer on the store, status "
              L$_ENTITLE_STATUS
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

*   granted again since the recertification ran - a new grant, for
*   the next recertification to judge.
    MOVE ENT_GRANTED_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    PERFORM Y-CVT-TMSP-TO-YMD

    IF L$_WS01_ITEM_DATE_YMD > RC_REPORT_DATE
       ADD 1 TO L$_CT01_REGRANTED
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  " RC_USER_NAME " " RC_FUNCTION
              " granted again on " L$_WS01_ITEM_DATE_YMD
              " - left in place"
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    DELETE IO_ENTITLE_FILE

    IF NOT L$_ENTITLE_OK
       DISPLAY "** Grant " RC_USER_NAME " " RC_FUNCTION
               " could not be deleted, status: " L$_ENTITLE_STATUS
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "  " RC_USER_NAME " " RC_FUNCTION
              " NOT REVOKED - delete failed, status "
              L$_ENTITLE_STATUS
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO C-EXIT
    END-IF

    ADD 1 TO L$_CT01_REVOKED
    MOVE "V" TO L$_WS01_AUDIT_ACTION
    PERFORM XA-WRITE-AUDIT-REC

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "  " RC_USER_NAME " " RC_FUNCTION
           " REVOKED - " L$_WS01_REASON
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 XA-WRITE-AUDIT-REC			SECTION.
*--------------------------------------------------------------------
*# the signing manager and the operator who ran the job are both on
*# the record.
 XA-00.

    OPEN INPUT O_AUDIT_PROBE_FILE

    IF L$_AUDIT_PROBE_FOUND
       CLOSE O_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE RC_USER_NAME		TO EA_USER_NAME
    MOVE RC_FUNCTION		TO EA_FUNCTION
    MOVE RC_MAX_AMT		TO EA_MAX_AMT
    MOVE L$_WS01_AUDIT_ACTION	TO EA_ACTION
    MOVE RC_MANAGER		TO EA_MANAGER
    MOVE SP$_ACW_USER_NAME	TO EA_RUN_OPERATOR
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO EA_AUDIT_TMSP
    MOVE RC_REPORT_DATE		TO EA_RECERT_DATE
    MOVE L$_WS01_REASON		TO EA_REASON

    WRITE O_AUDIT_REC

    CLOSE O_AUDIT_FILE
    .
 XA-EXIT.    EXIT.
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

    CLOSE I_RECERT_FILE
    CLOSE IO_ENTITLE_FILE

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Recertification lines read:" DELIMITED BY SIZE
           L$_CT01_LINES_READ            DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants kept:"           DELIMITED BY SIZE
           L$_CT01_KEPT             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants revoked:"        DELIMITED BY SIZE
           L$_CT01_REVOKED          DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Grants already gone:"   DELIMITED BY SIZE
           L$_CT01_ALREADY_GONE     DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Granted again, left in place:" DELIMITED BY SIZE
           L$_CT01_REGRANTED               DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_FILE_NAME

    DISPLAY "Recertification lines read:", L$_CT01_LINES_READ
    DISPLAY "Grants kept:", L$_CT01_KEPT
    DISPLAY "Grants revoked:", L$_CT01_REVOKED

    IF SP$_ACW_PROC_AUX_STATUS = SP$_MSG_NORMAL
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    ELSE
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_TRB72S_ENTITLE_REVOKE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE RECERT_DATE        IN ICA_TRB72S_ENTITLE_REVOKE_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_LINES_READ
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_REVOKED
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_ALREADY_GONE
      TO P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_TRB72S_ENTITLE_REVOKE.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
