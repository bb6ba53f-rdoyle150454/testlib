*###### PROGRAM_NAME:  [ICA_TRT720_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT720_PUT_DATA] :לודומה םש #*
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
*******************************************************************************
* MODIFICATION HISTORY:    Chg #     Date        Author     Description
*                          -----------------------------------------------
*                          2540     15-OCT-2026  TP_ELEVY   New decision
*                                                           panel over the
*                                                           credit-suspense
*                                                           store. Records
*                                                           the receipts
*                                                           desk's decision
*                                                           on an OPEN item:
*                                                           "A" assign to a
*                                                           named ACCUM_
*                                                           INTR_ID (which
*                                                           must exist on
*                                                           755), "R" return
*                                                           to the payer, or
*                                                           "L" leave open.
*                                                           ICA_TRB72G_
*                                                           SUSPENSE_WORK
*                                                           applies it on
*                                                           its next run.
*                                                           Every decision
*                                                           appends an audit
*                                                           record with the
*                                                           operator and the
*                                                           time.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT720_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The credit-suspense store ICA_TRB72G_SUSPENSE_WORK maintains -
*   the batch creates it; the panel only ever decides on items
*   already there.
    SELECT IO_SUSPENSE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       SI_ITEM_ID
           FILE STATUS		  IS	       L$_STORE_STATUS.

*   The suspense audit trail - accumulates forever, probe decides
*   OUTPUT vs EXTEND.
    SELECT O_AUDIT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_STATUS.

    SELECT O_AUDIT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_AUDIT_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRB72G_SUSPENSE_WORK writes.
FD IO_SUSPENSE_STORE
   VALUE OF ID IS L$_STORE_FILE_NAME.
01 IO_SUSPENSE_REC.
   03 SI_ITEM_ID.
      05 SI_FIRST_SEEN_DATE         PIC 9(08).
      05 SI_ITEM_SEQ                PIC 9(05).
   03 SI_ACC_BANK_NUM               PIC 9(02).
   03 SI_ACC_BRANCH_NUM             PIC 9(03).
   03 SI_ACC_TYPE_CODE              PIC 9(03).
   03 SI_ACC_NUM                    PIC 9(06).
   03 SI_AMOUNT                     PIC S9(12)V99.
   03 SI_VALUE_DATE                 PIC 9(08).
   03 SI_REFERENCE                  PIC X(20).
   03 SI_SUSPENSE_REASON            PIC X(30).
   03 SI_STATUS                     PIC X(01).
      88 SI_STATUS_OPEN			    VALUE "O".
   03 SI_DAYS_OPEN                  PIC 9(05).
   03 SI_LAST_CARRY_DATE            PIC 9(08).
   03 SI_ESCALATED_IND              PIC X(01).
   03 SI_DECISION                   PIC X(01).
      88 SI_DECISION_ASSIGN			    VALUE "A".
      88 SI_DECISION_VALID			    VALUE "A" "R" "L".
   03 SI_ASSIGN_ACCUM_ID            PIC X(20).
   03 SI_DECIDED_BY                 PIC X(12).
   03 SI_DECIDED_TMSP               PIC S9(11)V9(07) COMP.
   03 SI_DECISION_NOTE              PIC X(40).
   03 SI_CLOSED_DATE                PIC 9(08).

*   Same record convention ICA_TRB72G_SUSPENSE_WORK appends its
*   execution records ("P", "T", "F") in.
FD O_AUDIT_FILE
   VALUE OF ID IS L$_AUDIT_FILE_NAME.
01 O_AUDIT_REC.
   03 SA_ITEM_ID                    PIC 9(13).
   03 SA_ACTION                     PIC X(01).
   03 SA_OPERATOR                   PIC X(12).
   03 SA_AUDIT_TMSP                 PIC S9(11)V9(07) COMP.
   03 SA_AMOUNT                     PIC S9(12)V99.
   03 SA_REFERENCE                  PIC X(20).
   03 SA_ASSIGN_ACCUM_ID            PIC X(20).
   03 SA_NOTE                       PIC X(40).

FD O_AUDIT_PROBE_FILE
   VALUE OF ID IS L$_AUDIT_PROBE_NAME.
01 O_AUDIT_PROBE_REC                PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 09:45:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_STORE_FILE_NAME               PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_CREDIT_SUSPENSE.IDX".

01 L$_AUDIT_FILE_NAME               PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_SUSPENSE_AUDIT.DAT".

01 L$_AUDIT_PROBE_NAME              PIC X(44)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_SUSPENSE_AUDIT.DAT".

01 L$_STORE_STATUS                  PIC X(02).
   88 L$_STORE_OK			    VALUE "00".

01 L$_AUDIT_STATUS                  PIC X(02).
   88 L$_AUDIT_OK			    VALUE "00".

01 L$_AUDIT_PROBE_STATUS            PIC X(02).
   88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.

COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"	     FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data/scroll convention:
*     ICA_TRT720_KEY    - SI_FIRST_SEEN_DATE, SI_ITEM_SEQ.
*     ICA_TRT720_DATA   - SI_DECISION ("A"/"R"/"L"),
*                         SI_ASSIGN_ACCUM_ID (for "A"),
*                         SI_DECISION_NOTE.
COPY "ICA_CDD_WKSP:ICA_TRT720_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT720_KEY BY ICA_TRT720_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT720_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT720_DATA BY ICA_TRT720_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT720_KEY_INW
                         ICA_TRT720_DATA_ITW
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


*# 15-OCT-2026 09:45:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT720_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 09:45:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    PERFORM CA-OPEN-STORE.

    PERFORM CB-FETCH-ITEM.

    PERFORM CC-CHECK-DECISION.

    PERFORM CD-SAVE-DECISION.

*# the audit record is built from the item record - before the
*# store is closed.
    PERFORM CE-WRITE-AUDIT-REC.

    CLOSE IO_SUSPENSE_STORE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-OPEN-STORE				    SECTION.
*--------------------------------------------------
CA-00.

    OPEN I-O IO_SUSPENSE_STORE.

    IF NOT L$_STORE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-FETCH-ITEM				    SECTION.
*--------------------------------------------------
CB-00.

*# only an item still OPEN can be decided on - an item the batch
*# has already assigned or returned is history.

    MOVE SI_FIRST_SEEN_DATE IN ICA_TRT720_KEY_INW
      TO SI_FIRST_SEEN_DATE IN IO_SUSPENSE_REC.

    MOVE SI_ITEM_SEQ        IN ICA_TRT720_KEY_INW
      TO SI_ITEM_SEQ        IN IO_SUSPENSE_REC.

    READ IO_SUSPENSE_STORE
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_SUSPENSE_STORE
          PERFORM Z-FINISH
    END-READ.

    IF NOT SI_STATUS_OPEN
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE IO_SUSPENSE_STORE
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-CHECK-DECISION			    SECTION.
*--------------------------------------------------
CC-00.

*# the decision must be one of the three; an assign must name an
*# accumulator that exists - caught here, at the desk, rather
*# than refused by the batch overnight.

    MOVE SI_DECISION        IN ICA_TRT720_DATA_ITW
      TO SI_DECISION        IN IO_SUSPENSE_REC.

    MOVE SI_ASSIGN_ACCUM_ID IN ICA_TRT720_DATA_ITW
      TO SI_ASSIGN_ACCUM_ID IN IO_SUSPENSE_REC.

    IF NOT SI_DECISION_VALID
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE IO_SUSPENSE_STORE
       PERFORM Z-FINISH
    END-IF.

    IF NOT SI_DECISION_ASSIGN
       MOVE SPACES TO SI_ASSIGN_ACCUM_ID IN IO_SUSPENSE_REC
       GO TO CC-EXIT
    END-IF.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW.

    MOVE SI_ASSIGN_ACCUM_ID IN IO_SUSPENSE_REC
      TO ACCUM_INTR_ID      IN ICD_PRT_755_BAL_CHK_PRW.

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW.
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW.

    IF SI_ASSIGN_ACCUM_ID IN IO_SUSPENSE_REC = SPACES
    OR DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE IO_SUSPENSE_STORE
       PERFORM Z-FINISH
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-SAVE-DECISION			    SECTION.
*--------------------------------------------------
CD-00.

*# stamped with the deciding operator and the time - the batch
*# carries this name onto the 875 row and its own audit record.

    MOVE SI_DECISION_NOTE IN ICA_TRT720_DATA_ITW
      TO SI_DECISION_NOTE IN IO_SUSPENSE_REC.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO SI_DECIDED_BY.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SI_DECIDED_TMSP.

    REWRITE IO_SUSPENSE_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_SUSPENSE_STORE
          PERFORM Z-FINISH
    END-REWRITE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-WRITE-AUDIT-REC			    SECTION.
*--------------------------------------------------
CE-00.

*# one audit record per decision recorded: which item, what was
*# decided, by whom and when.

    OPEN INPUT O_AUDIT_PROBE_FILE.

    IF L$_AUDIT_PROBE_FOUND
       CLOSE O_AUDIT_PROBE_FILE
       OPEN EXTEND O_AUDIT_FILE
    ELSE
       OPEN OUTPUT O_AUDIT_FILE
    END-IF.

    IF NOT L$_AUDIT_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       GO TO CE-EXIT
    END-IF.

    MOVE SI_ITEM_ID         IN IO_SUSPENSE_REC TO SA_ITEM_ID.
    MOVE SI_DECISION        IN IO_SUSPENSE_REC TO SA_ACTION.
    MOVE SI_DECIDED_BY      IN IO_SUSPENSE_REC TO SA_OPERATOR.
    MOVE SI_DECIDED_TMSP    IN IO_SUSPENSE_REC TO SA_AUDIT_TMSP.
    MOVE SI_AMOUNT          IN IO_SUSPENSE_REC TO SA_AMOUNT.
    MOVE SI_REFERENCE       IN IO_SUSPENSE_REC TO SA_REFERENCE.
    MOVE SI_ASSIGN_ACCUM_ID IN IO_SUSPENSE_REC TO SA_ASSIGN_ACCUM_ID.
    MOVE SI_DECISION_NOTE   IN IO_SUSPENSE_REC TO SA_NOTE.

    WRITE O_AUDIT_REC.

    CLOSE O_AUDIT_FILE.

CE-EXIT.
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
