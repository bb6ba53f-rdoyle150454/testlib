*###### PROGRAM_NAME:  [ICA_TRT724_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT724_PUT_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" ןוכדע]      #*
*#                                                                 #*
*#                                                         :םיחתפמ #*
*#         ןורחא ןוכדע .ת        ךיראת       עצבמ םש       בלש     #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      בוציע   #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY]      תונכת   #*
*#                                                                 #*

*#                                                        :םירטמרפ #*
*#                                          [    ] :עדימ תינבת     #*
*#         (שומיש ,םיכרע ,רבסה) רואת   פ/ק           הדש םש        #*
*#                            [    ]  [  ]           [    ]        #*
*#                                                                 #*
*###################################################################*
*#
*#

*******************************************************************************
* (2) OTHER ROUTINES:
* --------------------
*
*    2.1 ICA_ICf_XLATE_MSG - message handling routine.
*
*           Input:  ICA_XLATE_MSG_WKSP
*                   UTL_CONTROL_ACW
*           Output: UTL_CONTROL_ACW
*
*    2.2 ICA_PRF356_CHECK_ENTITLE - function entitlement check.
*
*           Input:  ICA_PRF356_CHECK_ENTITLE_WKSP
*           Output: ICA_PRF356_CHECK_ENTITLE_WKSP
*
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2551     15-OCT-2026  TP_ELEVY   New repair panel
*                                                           over the ADC
*                                                           record repair
*                                                           queue ICA_TRB71I_
*                                                           APPL fills, for
*                                                           operators
*                                                           entitled to
*                                                           ADC-REPAIR. "C"
*                                                           corrects the
*                                                           record's
*                                                           customer ids and
*                                                           amounts, checked
*                                                           as ICA_TRB71I_
*                                                           APPL checks them
*                                                           - numeric fields
*                                                           and the customer
*                                                           on the 500
*                                                           catalog. "R"
*                                                           rejects it back
*                                                           to the source,
*                                                           with the reason.
*                                                           Every save goes
*                                                           to the repair
*                                                           audit trail with
*                                                           the record
*                                                           before and after.
*                                                           ICA_TRB72U_
*                                                           REPAIR_RELEASE
*                                                           sends corrected
*                                                           records back in.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT724_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The record repair queue ICA_TRB71I_APPL fills.
    SELECT IO_REPAIR_QUEUE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       RQ_KEY
           FILE STATUS		  IS	       L$_QUEUE_STATUS.

*   The repair audit trail - permanent, append-only, created here on
*   first use through the probe.
    SELECT O_AUDIT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_STATUS.

    SELECT I_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRB71I_APPL writes.
*     RQ_STATUS - "O" open, "C" corrected, "R" rejected back to the
*                 source, "L" released by ICA_TRB72U_REPAIR_RELEASE.
FD IO_REPAIR_QUEUE
   VALUE OF ID IS L$_QUEUE_FILE_NAME.
01 IO_REPAIR_REC.
   03 RQ_KEY.
      05 RQ_TRNF_ID                 PIC 9(06).
      05 RQ_SUPP_SEQ                PIC 9(03).
      05 RQ_REC_NO                  PIC 9(09).
   03 RQ_STATUS                     PIC X(01).
      88 RQ_STATUS_OPEN			    VALUE "O".
      88 RQ_STATUS_CORRECTED		    VALUE "C".
      88 RQ_STATUS_REJECTED		    VALUE "R".
      88 RQ_STATUS_RELEASED		    VALUE "L".
      88 RQ_STATUS_WORKING		    VALUE "O" "C".
   03 RQ_REASON_CODE                PIC X(03).
   03 RQ_REASON_TEXT                PIC X(40).
   03 RQ_QUEUED_DATE                PIC X(10).
   03 RQ_ACTION_USER                PIC X(12).
   03 RQ_ACTION_TMSP                PIC S9(11)V9(07) COMP.
   03 RQ_REJECT_TEXT                PIC X(40).
   03 RQ_RELEASE_SEQ                PIC 9(03).
   03 RQ_ORIG_IMAGE                 PIC X(500).
   03 RQ_CURR_IMAGE                 PIC X(500).

*   Repair audit record - one per save, hand-kept convention.
*     AU_ACTION - "C" corrected, "R" rejected.
FD O_AUDIT_FILE
   VALUE OF ID IS L$_AUDIT_FILE_NAME.
01 O_AUDIT_REC.
   03 AU_KEY.
      05 AU_TRNF_ID                 PIC 9(06).
      05 AU_SUPP_SEQ                PIC 9(03).
      05 AU_REC_NO                  PIC 9(09).
   03 AU_ACTION                     PIC X(01).
   03 AU_USER                       PIC X(12).
   03 AU_TMSP                       PIC S9(11)V9(07) COMP.
   03 AU_REJECT_TEXT                PIC X(40).
   03 AU_BEFORE_IMAGE               PIC X(500).
   03 AU_AFTER_IMAGE                PIC X(500).

FD I_AUDIT_PROBE_FILE
   VALUE OF ID IS L$_AUDIT_PROBE_NAME.
01 I_AUDIT_PROBE_REC                PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:25:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_QUEUE_FILE_NAME               PIC X(40)
   VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_QUEUE.IDX".

01 L$_AUDIT_FILE_NAME               PIC X(40)
   VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_AUDIT.DAT".

01 L$_AUDIT_PROBE_NAME              PIC X(40)
   VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_AUDIT.DAT".

01 L$_QUEUE_STATUS                  PIC X(02).
   88 L$_QUEUE_OK			    VALUE "00".

01 L$_AUDIT_STATUS                  PIC X(02).
   88 L$_AUDIT_OK			    VALUE "00".

01 L$_AUDIT_PROBE_STATUS            PIC X(02).
   88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

01 L$_WS01_ACTION                   PIC X(01).
   88 L$_WS01_ACTION_CORRECT		    VALUE "C".
   88 L$_WS01_ACTION_REJECT		    VALUE "R".

01 L$_WS01_REC_NO_DSP               PIC Z(08)9.

01 L$_WS01_BEFORE_IMAGE             PIC X(500).

*   ICA_TRB71I_APPL's numeric views of the amounts (its
*   CA-GET-NUMERIC-FIELDS-VALUES).
01 L$_WS01_TRX_AMOUNT_9             PIC S9(12)V9(02).
01 L$_WS01_TOTAL_OPEN_BALANCE_9     PIC S9(12)V9(02).
01 L$_WS01_TOTAL_BAD_DEBT_9         PIC S9(12)V9(02).

*   The queued ADC record, in ICA_TRB71I_APPL's own layout.
COPY "ICA_SOURCE:ICA_TRB71I_ACCUM_INTRF_WKSP.INC"
   REPLACING ICA_TRB71I_ACCUM_INTRF_WKSP
          BY L$_WS01_ADC_IMAGE.

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"             FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.

COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

COPY "ICD_CDD_WKSP:ICD_CST_500_CST_CATLOG_DBW"	     FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention - see
*   ICA_TRT724_GET_DATA for the fields:
*     ICA_TRT724_KEY  - RQ_KEY of the entry being saved.
*     ICA_TRT724_DATA - P$_DSP_ACTION ("C" correct, "R" reject), the
*                       corrected RQ_CUST_EXT_ID_TYP, RQ_CUST_EXT_ID,
*                       RQ_CUST_INT_ID, RQ_CUST_PASSPORT_NUM,
*                       RQ_TRX_AMOUNT, RQ_OPEN_BALANCE, RQ_BAD_DEBT,
*                       and RQ_REJECT_TEXT.
COPY "ICA_CDD_WKSP:ICA_TRT724_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT724_KEY BY ICA_TRT724_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT724_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT724_DATA BY ICA_TRT724_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT724_KEY_INW
                         ICA_TRT724_DATA_ITW
			 ICA_MPQ_CTW
                         UTL_CONTROL_ACW
		   GIVING SP$_ACW_PROC_AUX_STATUS.

***************************************************************


*--------------------------------------------------
A-MAIN					    SECTION.
*--------------------------------------------------
A-00.

    PERFORM B-INIT.

    PERFORM C-PROCESS.

    PERFORM Z-FINISH.

A-EXIT.
    EXIT.


*--------------------------------------------------
B-INIT					    SECTION.
*--------------------------------------------------
B-00.


*# 15-OCT-2026 11:25:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT724_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:25:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    MOVE P$_DSP_ACTION IN ICA_TRT724_DATA_ITW TO L$_WS01_ACTION.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF NOT L$_WS01_ACTION_CORRECT
   AND NOT L$_WS01_ACTION_REJECT
       MOVE "ACTION MUST BE C OR R - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    PERFORM CA-CHECK-ENTITLE.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    PERFORM CB-OPEN-QUEUE.

    PERFORM CC-FETCH-ENTRY.

    MOVE RQ_CURR_IMAGE IN IO_REPAIR_REC TO L$_WS01_BEFORE_IMAGE.

    IF L$_WS01_ACTION_CORRECT
       PERFORM CD-CORRECT-ENTRY
    ELSE
       PERFORM CE-REJECT-ENTRY
    END-IF.

    PERFORM CF-OPEN-AUDIT.

    PERFORM CZ-REWRITE-ENTRY.

    PERFORM CG-WRITE-AUDIT.

    MOVE RQ_REC_NO IN IO_REPAIR_REC TO L$_WS01_REC_NO_DSP.

    CLOSE IO_REPAIR_QUEUE.

    IF L$_WS01_ACTION_CORRECT
       STRING "RECORD " L$_WS01_REC_NO_DSP " CORRECTED"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    ELSE
       STRING "RECORD " L$_WS01_REC_NO_DSP " REJECTED TO THE SOURCE"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-CHECK-ENTITLE			    SECTION.
*--------------------------------------------------
CA-00.

*# correcting what the source sent is a controlled function - the
*# operator must hold ADC-REPAIR on the entitlement store.

    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP.
    MOVE "ADC-REPAIR"
      TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP.

    CALL 'ICA_PRF356_CHECK_ENTITLE'
         USING ICA_PRF356_CHECK_ENTITLE_WKSP.

    IF P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP NOT = "Y"
       MOVE "NOT ENTITLED TO ADC-REPAIR - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-OPEN-QUEUE				    SECTION.
*--------------------------------------------------
CB-00.

    OPEN I-O IO_REPAIR_QUEUE.

    IF NOT L$_QUEUE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-FETCH-ENTRY				    SECTION.
*--------------------------------------------------
CC-00.

*# a rejected or released entry is history - it is not changed
*# here. A corrected one may be corrected again, or rejected, until
*# ICA_TRB72U_REPAIR_RELEASE sends it back in.

    MOVE RQ_KEY IN ICA_TRT724_KEY_INW
      TO RQ_KEY IN IO_REPAIR_REC.

    READ IO_REPAIR_QUEUE
       INVALID KEY
          MOVE "ENTRY NOT FOUND - NOT SAVED" TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_REPAIR_QUEUE
          PERFORM Z-FINISH
    END-READ.

    IF NOT RQ_STATUS_WORKING
       MOVE "ENTRY ALREADY REJECTED OR RELEASED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-CORRECT-ENTRY			    SECTION.
*--------------------------------------------------
CD-00.

*# the corrected fields go into the record as it now stands, and
*# the record must then pass what ICA_TRB71I_APPL would ask of it
*# (DAA-CHECK-INP-REC-FIELDS, DAB-GET-500-DATA) before it is saved -
*# a record that would only fail again is not released.

    MOVE RQ_CURR_IMAGE IN IO_REPAIR_REC TO L$_WS01_ADC_IMAGE.

    MOVE RQ_CUST_EXT_ID_TYP         IN ICA_TRT724_DATA_ITW
      TO L$_WS01_CUST_EXT_ID_TYP    IN L$_WS01_ADC_IMAGE.
    MOVE RQ_CUST_EXT_ID             IN ICA_TRT724_DATA_ITW
      TO L$_WS01_CUST_EXT_ID        IN L$_WS01_ADC_IMAGE.
    MOVE RQ_CUST_INT_ID             IN ICA_TRT724_DATA_ITW
      TO L$_WS01_CUST_INT_ID        IN L$_WS01_ADC_IMAGE.
    MOVE RQ_CUST_PASSPORT_NUM       IN ICA_TRT724_DATA_ITW
      TO L$_WS01_CUST_PASSPORT_NUM  IN L$_WS01_ADC_IMAGE.
    MOVE RQ_TRX_AMOUNT              IN ICA_TRT724_DATA_ITW
      TO L$_WS01_TRX_AMOUNT         IN L$_WS01_ADC_IMAGE.
    MOVE RQ_OPEN_BALANCE            IN ICA_TRT724_DATA_ITW
      TO L$_WS01_TOTAL_OPEN_BALANCE IN L$_WS01_ADC_IMAGE.
    MOVE RQ_BAD_DEBT                IN ICA_TRT724_DATA_ITW
      TO L$_WS01_TOTAL_BAD_DEBT     IN L$_WS01_ADC_IMAGE.

    INSPECT L$_WS01_CUST_EXT_ID_TYP IN L$_WS01_ADC_IMAGE
       REPLACING LEADING SPACES BY ZEROES.

    INSPECT L$_WS01_CUST_INT_ID     IN L$_WS01_ADC_IMAGE
       REPLACING LEADING SPACES BY ZEROES.

    MOVE L$_WS01_TRX_AMOUNT         IN L$_WS01_ADC_IMAGE
      TO L$_WS01_TRX_AMOUNT_9.
    MOVE L$_WS01_TOTAL_OPEN_BALANCE IN L$_WS01_ADC_IMAGE
      TO L$_WS01_TOTAL_OPEN_BALANCE_9.
    MOVE L$_WS01_TOTAL_BAD_DEBT     IN L$_WS01_ADC_IMAGE
      TO L$_WS01_TOTAL_BAD_DEBT_9.

    IF (L$_WS01_CUST_EXT_ID_TYP IN L$_WS01_ADC_IMAGE IS NOT NUMERIC)
    OR (L$_WS01_CUST_INT_ID     IN L$_WS01_ADC_IMAGE IS NOT NUMERIC)
    OR (L$_WS01_TRX_AMOUNT_9                         IS NOT NUMERIC)
    OR (L$_WS01_TOTAL_OPEN_BALANCE_9                 IS NOT NUMERIC)
    OR (L$_WS01_TOTAL_BAD_DEBT_9                     IS NOT NUMERIC)
       MOVE "ID TYPE, IDS AND AMOUNTS MUST BE NUMERIC - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

    INITIALIZE ICD_CST_500_CST_CATLOG_DBW.

    IF L$_WS01_CUST_INT_ID IN L$_WS01_ADC_IMAGE = ZEROES
       MOVE L$_WS01_CUST_EXT_ID_TYP  IN L$_WS01_ADC_IMAGE
         TO EXT_ID_NUM_TYPE_CODE     IN ICD_CST_500_CST_CATLOG_PRW
       MOVE L$_WS01_CUST_EXT_ID      IN L$_WS01_ADC_IMAGE
         TO CUST_EXT_ID              IN ICD_CST_500_CST_CATLOG_PRW
       MOVE V$_HEB_YES
         TO MAIN_CUST_FLAG           IN ICD_CST_500_CST_CATLOG_PRW
       MOVE 1
         TO DP$_KEY_SEQUENCE         IN ICD_CST_500_CST_CATLOG_DBW
    ELSE
       MOVE L$_WS01_CUST_INT_ID      IN L$_WS01_ADC_IMAGE
         TO CUST_INT_ID              IN ICD_CST_500_CST_CATLOG_PRW
    END-IF.

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_CST_500_CST_CATLOG_DBW.
    CALL 'ICD_CST_500_CST_CATLOG_DBA' USING ICD_CST_500_CST_CATLOG_DBW.

    IF DP$_STATUS IN ICD_CST_500_CST_CATLOG_DBW NOT = SP$_MSG_NORMAL
       MOVE "CUSTOMER NOT ON THE 500 CATALOG - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

    MOVE L$_WS01_ADC_IMAGE TO RQ_CURR_IMAGE IN IO_REPAIR_REC.
    MOVE SPACES            TO RQ_REJECT_TEXT IN IO_REPAIR_REC.

    SET RQ_STATUS_CORRECTED TO TRUE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-REJECT-ENTRY				    SECTION.
*--------------------------------------------------
CE-00.

*# the record is left as it stands; the source is told why.

    IF RQ_REJECT_TEXT IN ICA_TRT724_DATA_ITW = SPACES
       MOVE "REASON FOR THE SOURCE IS REQUIRED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

    MOVE RQ_REJECT_TEXT IN ICA_TRT724_DATA_ITW
      TO RQ_REJECT_TEXT IN IO_REPAIR_REC.

    SET RQ_STATUS_REJECTED TO TRUE.

CE-EXIT.
    EXIT.


*--------------------------------------------------
CF-OPEN-AUDIT				    SECTION.
*--------------------------------------------------
CF-00.

*# no save without its audit record - the trail is opened before
*# the queue entry is touched.

    OPEN INPUT I_AUDIT_PROBE_FILE.

    IF L$_AUDIT_PROBE_FOUND
       CLOSE I_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF.

    IF NOT L$_AUDIT_OK
       MOVE "REPAIR AUDIT TRAIL NOT AVAILABLE - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_REPAIR_QUEUE
       PERFORM Z-FINISH
    END-IF.

CF-EXIT.
    EXIT.


*--------------------------------------------------
CG-WRITE-AUDIT				    SECTION.
*--------------------------------------------------
CG-00.

    INITIALIZE O_AUDIT_REC.

    MOVE RQ_TRNF_ID  IN IO_REPAIR_REC TO AU_TRNF_ID.
    MOVE RQ_SUPP_SEQ IN IO_REPAIR_REC TO AU_SUPP_SEQ.
    MOVE RQ_REC_NO   IN IO_REPAIR_REC TO AU_REC_NO.

    MOVE L$_WS01_ACTION                 TO AU_ACTION.
    MOVE RQ_ACTION_USER IN IO_REPAIR_REC TO AU_USER.
    MOVE RQ_ACTION_TMSP IN IO_REPAIR_REC TO AU_TMSP.
    MOVE RQ_REJECT_TEXT IN IO_REPAIR_REC TO AU_REJECT_TEXT.

    MOVE L$_WS01_BEFORE_IMAGE           TO AU_BEFORE_IMAGE.
    MOVE RQ_CURR_IMAGE  IN IO_REPAIR_REC TO AU_AFTER_IMAGE.

    WRITE O_AUDIT_REC.

    CLOSE O_AUDIT_FILE.

CG-EXIT.
    EXIT.


*--------------------------------------------------
CZ-REWRITE-ENTRY			    SECTION.
*--------------------------------------------------
CZ-00.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO RQ_ACTION_USER IN IO_REPAIR_REC.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO RQ_ACTION_TMSP IN IO_REPAIR_REC.

    REWRITE IO_REPAIR_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_REPAIR_QUEUE
                O_AUDIT_FILE
          PERFORM Z-FINISH
    END-REWRITE.

CZ-EXIT.
    EXIT.


*--------------------------------------------------
Z-FINISH				    SECTION.
*--------------------------------------------------
Z-00.

    COPY "ICA_SOURCE:ICA_MUS_TERM_GET_DATA.INC".

    CALL 'ICA_ICF_GENERAL_EXIT_ROUTINE' USING UTL_CONTROL_ACW.

    EXIT PROGRAM.

Z-EXIT.
    EXIT.
