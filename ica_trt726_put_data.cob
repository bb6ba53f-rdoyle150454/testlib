*###### PROGRAM_NAME:  [ICA_TRT726_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT726_PUT_DATA] :לודומה םש #*
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
*                          2553     15-OCT-2026  TP_ELEVY   New panel over
*                                                           the balance
*                                                           transfer store:
*                                                           a member asks
*                                                           for part or all
*                                                           of one live
*                                                           accumulator's
*                                                           balance to move
*                                                           to another. "E"
*                                                           enters the
*                                                           transfer (BAL-
*                                                           XFER), checked
*                                                           against the
*                                                           source balance
*                                                           on ICD_PRT_755_
*                                                           BAL_CHK; "A"
*                                                           approves it and
*                                                           "R" rejects it
*                                                           (BAL-XFAPP) -
*                                                           never the
*                                                           operator who
*                                                           entered it, for
*                                                           an approval.
*                                                           Nothing moves
*                                                           here: ICA_
*                                                           TRB72Y_BAL_
*                                                           TRANSFER applies
*                                                           approved
*                                                           transfers.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT726_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The balance transfer store - created on the first transfer
*   ever entered, worked by ICA_TRB72Y_BAL_TRANSFER.
    SELECT IO_XFER_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       XF_XFER_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

    SELECT I_STORE_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_STORE_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   One transfer - hand-kept record convention shared with ICA_
*   TRB72Y_BAL_TRANSFER.
*     XF_STATUS - "P" entered, awaiting approval; "A" approved,
*                 awaiting the applier; "R" rejected; "D" done
*                 (applied); "F" refused by the applier (the
*                 reason in XF_REFUSE_TEXT).
*     XF_AMOUNT - S9(07)V99, the width of the OLD_VALUE slice the
*                 875 rows carry it in.
FD IO_XFER_STORE
   VALUE OF ID IS L$_STORE_FILE_NAME.
01 IO_XFER_REC.
   03 XF_XFER_ID.
      05 XF_REQ_DATE                PIC 9(08).
      05 XF_REQ_SEQ                 PIC 9(04).
   03 XF_STATUS                     PIC X(01).
      88 XF_STATUS_PENDING		    VALUE "P".
      88 XF_STATUS_APPROVED		    VALUE "A".
      88 XF_STATUS_REJECTED		    VALUE "R".
      88 XF_STATUS_DONE			    VALUE "D".
      88 XF_STATUS_REFUSED		    VALUE "F".
   03 XF_FROM_ACCUM                 PIC X(20).
   03 XF_TO_ACCUM                   PIC X(20).
   03 XF_AMOUNT                     PIC S9(07)V99.
   03 XF_REASON                     PIC X(40).
   03 XF_REQ_USER                   PIC X(12).
   03 XF_REQ_TMSP                   PIC S9(11)V9(07) COMP.
   03 XF_DEC_USER                   PIC X(12).
   03 XF_DEC_TMSP                   PIC S9(11)V9(07) COMP.
   03 XF_DEC_NOTE                   PIC X(40).
   03 XF_APPLY_OPER_ID              PIC 9(16).
   03 XF_APPLY_TMSP                 PIC S9(11)V9(07) COMP.
   03 XF_REFUSE_TEXT                PIC X(60).

FD I_STORE_PROBE_FILE
   VALUE OF ID IS L$_STORE_PROBE_NAME.
01 I_STORE_PROBE_REC                PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:40:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_STORE_FILE_NAME               PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_BAL_TRANSFER.IDX".

01 L$_STORE_PROBE_NAME              PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_BAL_TRANSFER.IDX".

01 L$_STORE_STATUS                  PIC X(02).
   88 L$_STORE_OK			    VALUE "00".
   88 L$_STORE_NOT_FOUND		    VALUE "23".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
01 L$_STORE_PROBE_STATUS            PIC X(02).
   88 L$_STORE_PROBE_OPENED		    VALUE "00".
   88 L$_STORE_PROBE_NOT_FOUND		    VALUE "35".

01 L$_WS01_ACTION                   PIC X(01).
   88 L$_WS01_ACTION_ENTER		    VALUE "E".
   88 L$_WS01_ACTION_APPROVE		    VALUE "A".
   88 L$_WS01_ACTION_REJECT		    VALUE "R".

01 L$_WS01_TODAY_YMD                PIC 9(08).
01 L$_WS01_XFER_ID_DSP              PIC 9(12).
01 L$_WS01_AMOUNT_DSP               PIC Z(06)9.99.

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"      FROM DICTIONARY.

COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	     FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT726_KEY  - XF_XFER_ID (XF_REQ_DATE, XF_REQ_SEQ) of the
*                       transfer decided; not used on "E", where
*                       the id is given out here.
*     ICA_TRT726_DATA - P$_DSP_ACTION ("E" enter, "A" approve, "R"
*                       reject), XF_FROM_ACCUM, XF_TO_ACCUM,
*                       XF_AMOUNT and XF_REASON (the member's
*                       instruction) for "E"; XF_DEC_NOTE for "A"/"R".
COPY "ICA_CDD_WKSP:ICA_TRT726_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT726_KEY BY ICA_TRT726_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT726_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT726_DATA BY ICA_TRT726_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT726_KEY_INW
                         ICA_TRT726_DATA_ITW
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


*# 15-OCT-2026 11:40:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT726_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:40:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    MOVE P$_DSP_ACTION IN ICA_TRT726_DATA_ITW TO L$_WS01_ACTION.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF NOT L$_WS01_ACTION_ENTER
   AND NOT L$_WS01_ACTION_APPROVE
   AND NOT L$_WS01_ACTION_REJECT
       MOVE "ACTION MUST BE E, A OR R - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    PERFORM CA-CHECK-ENTITLE.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    PERFORM CB-OPEN-STORE.

    IF L$_WS01_ACTION_ENTER
       PERFORM CC-ENTER-TRANSFER
    ELSE
       PERFORM CD-FETCH-TRANSFER
       PERFORM CE-DECIDE-TRANSFER
    END-IF.

    MOVE XF_XFER_ID IN IO_XFER_REC TO L$_WS01_XFER_ID_DSP.
    MOVE XF_AMOUNT  IN IO_XFER_REC TO L$_WS01_AMOUNT_DSP.

    CLOSE IO_XFER_STORE.

    MOVE SPACES TO SP$_ACW_FORM_MSG.
    EVALUATE TRUE
        WHEN L$_WS01_ACTION_ENTER
             STRING "TRANSFER " L$_WS01_XFER_ID_DSP
                    " OF " L$_WS01_AMOUNT_DSP
                    " ENTERED - AWAITING APPROVAL"
               DELIMITED BY SIZE
               INTO SP$_ACW_FORM_MSG
        WHEN L$_WS01_ACTION_APPROVE
             STRING "TRANSFER " L$_WS01_XFER_ID_DSP
                    " APPROVED - APPLIED BY THE NEXT TRANSFER RUN"
               DELIMITED BY SIZE
               INTO SP$_ACW_FORM_MSG
        WHEN OTHER
             STRING "TRANSFER " L$_WS01_XFER_ID_DSP " REJECTED"
               DELIMITED BY SIZE
               INTO SP$_ACW_FORM_MSG
    END-EVALUATE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-CHECK-ENTITLE			    SECTION.
*--------------------------------------------------
CA-00.

*# entering and deciding are separate grants - the SoD pair
*# ICA_TRB72R_ENTITLE_RECERT watches.

    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP.

    IF L$_WS01_ACTION_ENTER
       MOVE "BAL-XFER"
         TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP
    ELSE
       MOVE "BAL-XFAPP"
         TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP
    END-IF.

    CALL 'ICA_PRF356_CHECK_ENTITLE'
         USING ICA_PRF356_CHECK_ENTITLE_WKSP.

    IF P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP NOT = "Y"
       MOVE SPACES TO SP$_ACW_FORM_MSG
       STRING "NOT ENTITLED TO "
              P$_ENT_FUNCTION IN ICA_PRF356_CHECK_ENTITLE_WKSP
              " - NOT SAVED"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-OPEN-STORE				    SECTION.
*--------------------------------------------------
CB-00.

*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention -
*# the first transfer ever should not need a DBA to pre-create the
*# store.

    OPEN INPUT I_STORE_PROBE_FILE.

    IF L$_STORE_PROBE_NOT_FOUND
       OPEN OUTPUT IO_XFER_STORE
       CLOSE IO_XFER_STORE
    ELSE
       IF L$_STORE_PROBE_OPENED
          CLOSE I_STORE_PROBE_FILE
       END-IF
    END-IF.

    OPEN I-O IO_XFER_STORE.

    IF NOT L$_STORE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-ENTER-TRANSFER			    SECTION.
*--------------------------------------------------
CC-00.

*# both accumulators must be live and different, the amount real
*# and covered by the source balance as it stands now - the
*# applier checks it all again on the day it moves the money.

    IF XF_FROM_ACCUM IN ICA_TRT726_DATA_ITW = SPACES
    OR XF_TO_ACCUM   IN ICA_TRT726_DATA_ITW = SPACES
    OR XF_FROM_ACCUM IN ICA_TRT726_DATA_ITW
       = XF_TO_ACCUM IN ICA_TRT726_DATA_ITW
       MOVE "TWO DIFFERENT ACCUMULATORS ARE REQUIRED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    IF XF_AMOUNT IN ICA_TRT726_DATA_ITW NOT > ZERO
       MOVE "TRANSFER AMOUNT MUST BE ABOVE ZERO - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    IF XF_REASON IN ICA_TRT726_DATA_ITW = SPACES
       MOVE "THE MEMBER'S INSTRUCTION IS REQUIRED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW.

    MOVE XF_TO_ACCUM   IN ICA_TRT726_DATA_ITW
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW.

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW.
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       MOVE "RECEIVING ACCUMULATOR NOT FOUND - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    MOVE XF_FROM_ACCUM IN ICA_TRT726_DATA_ITW
      TO XF_FROM_ACCUM IN IO_XFER_REC.
    MOVE XF_AMOUNT     IN ICA_TRT726_DATA_ITW
      TO XF_AMOUNT     IN IO_XFER_REC.

    PERFORM CY-CHECK-SOURCE-BALANCE.

*#  the id is today's date and the first free sequence under it.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP.
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP.
    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0".
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_TODAY_YMD(7:2).
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_TODAY_YMD(5:2).
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_TODAY_YMD(1:4).

    MOVE L$_WS01_TODAY_YMD TO XF_REQ_DATE IN IO_XFER_REC.
    MOVE 1                 TO XF_REQ_SEQ  IN IO_XFER_REC.

    READ IO_XFER_STORE.

    PERFORM UNTIL NOT L$_STORE_OK
       ADD 1 TO XF_REQ_SEQ IN IO_XFER_REC
       READ IO_XFER_STORE
    END-PERFORM.

    IF NOT L$_STORE_NOT_FOUND
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    SET XF_STATUS_PENDING TO TRUE.
    MOVE XF_FROM_ACCUM IN ICA_TRT726_DATA_ITW
      TO XF_FROM_ACCUM IN IO_XFER_REC.
    MOVE XF_TO_ACCUM   IN ICA_TRT726_DATA_ITW
      TO XF_TO_ACCUM   IN IO_XFER_REC.
    MOVE XF_AMOUNT     IN ICA_TRT726_DATA_ITW
      TO XF_AMOUNT     IN IO_XFER_REC.
    MOVE XF_REASON     IN ICA_TRT726_DATA_ITW
      TO XF_REASON     IN IO_XFER_REC.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO XF_REQ_USER.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO XF_REQ_TMSP.
    MOVE SPACES TO XF_DEC_USER
                   XF_DEC_NOTE IN IO_XFER_REC
                   XF_REFUSE_TEXT.
    MOVE ZERO   TO XF_DEC_TMSP
                   XF_APPLY_OPER_ID
                   XF_APPLY_TMSP.

    WRITE IO_XFER_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_XFER_STORE
          PERFORM Z-FINISH
    END-WRITE.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-FETCH-TRANSFER			    SECTION.
*--------------------------------------------------
CD-00.

*# only an entered transfer is approved. A reject also withdraws
*# an approved one the applier has not reached - nothing has moved
*# yet either way.

    MOVE XF_XFER_ID IN ICA_TRT726_KEY_INW
      TO XF_XFER_ID IN IO_XFER_REC.

    READ IO_XFER_STORE
       INVALID KEY
          MOVE "TRANSFER NOT FOUND - NOT SAVED" TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_XFER_STORE
          PERFORM Z-FINISH
    END-READ.

    IF L$_WS01_ACTION_APPROVE
   AND NOT XF_STATUS_PENDING
       MOVE "TRANSFER IS NOT AWAITING APPROVAL - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    IF L$_WS01_ACTION_REJECT
   AND NOT XF_STATUS_PENDING
   AND NOT XF_STATUS_APPROVED
       MOVE "TRANSFER ALREADY APPLIED OR CLOSED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

*#  four eyes means four - the operator who entered the transfer
*#  never approves it.

    IF L$_WS01_ACTION_APPROVE
   AND XF_REQ_USER = SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
       MOVE "APPROVER IS THE OPERATOR WHO ENTERED IT - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-DECIDE-TRANSFER			    SECTION.
*--------------------------------------------------
CE-00.

*# an approval is checked against the source balance once more -
*# days may have passed since the entry.

    IF L$_WS01_ACTION_APPROVE
       PERFORM CY-CHECK-SOURCE-BALANCE
       SET XF_STATUS_APPROVED TO TRUE
    ELSE
       SET XF_STATUS_REJECTED TO TRUE
    END-IF.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO XF_DEC_USER.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO XF_DEC_TMSP.
    MOVE XF_DEC_NOTE IN ICA_TRT726_DATA_ITW
      TO XF_DEC_NOTE IN IO_XFER_REC.

    REWRITE IO_XFER_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_XFER_STORE
          PERFORM Z-FINISH
    END-REWRITE.

CE-EXIT.
    EXIT.


*--------------------------------------------------
CY-CHECK-SOURCE-BALANCE			    SECTION.
*--------------------------------------------------
CY-00.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW.

    MOVE XF_FROM_ACCUM IN IO_XFER_REC
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW.

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW.
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       MOVE "SOURCE ACCUMULATOR NOT FOUND - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

    IF CURRENT_BALANCE IN ICD_PRT_755_BAL_CHK_PRW
       < XF_AMOUNT IN IO_XFER_REC
       MOVE "AMOUNT EXCEEDS THE SOURCE BALANCE - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_XFER_STORE
       PERFORM Z-FINISH
    END-IF.

CY-EXIT.
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
