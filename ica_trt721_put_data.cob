*###### PROGRAM_NAME:  [ICA_TRT721_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT721_PUT_DATA] :לודומה םש #*
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
*                          2542     15-OCT-2026  TP_ELEVY   New maintenance
*                                                           panel for the
*                                                           direct-debit
*                                                           mandate registry
*                                                           TRB711's
*                                                           EA3-CHECK-MANDATE
*                                                           reads - the
*                                                           exceptions the
*                                                           daily
*                                                           ICA_TRB72I_
*                                                           MANDATE_INGEST
*                                                           rejects. Keyed by
*                                                           account; saves
*                                                           authorization
*                                                           date, ceiling,
*                                                           expiry and status
*                                                           (A active, C
*                                                           cancelled, E
*                                                           expired), keeps
*                                                           one row per
*                                                           account, rewrites
*                                                           the file in the
*                                                           layout
*                                                           BJ-LOAD-MANDATES
*                                                           reads, and
*                                                           appends an audit
*                                                           record with the
*                                                           old and new row
*                                                           images, the
*                                                           operator and the
*                                                           time per save.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT721_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The mandate registry TRB711 reads and TRB713 and TRB72I
*   rewrite.
    SELECT I_MANDATE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_IN_STATUS.

*   The rewritten registry - swapped in with the house RENAME idiom
*   so a half-written rewrite never reaches the edit programs.
    SELECT O_MANDATE_NEW
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANDATE_NEW_STATUS.

*   Audit trail of every save - probe decides OUTPUT vs EXTEND.
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

*   Same hand-kept record convention TRB711's Change #2018 and
*   TRB713's Change #2102 use.
FD I_MANDATE_FILE
   VALUE OF ID IS L$_MANDATE_FILE_NAME.
01 I_MANDATE_REC.
   03 MND_ACC_BANK_NUM              PIC 9(02).
   03 MND_ACC_BRANCH_NUM            PIC 9(03).
   03 MND_ACC_TYPE_CODE             PIC 9(03).
   03 MND_ACC_NUM                   PIC 9(06).
   03 MND_AUTH_DATE                 PIC 9(08).
   03 MND_CEILING                   PIC S9(12)V99.
   03 MND_EXPIRY_DATE               PIC 9(08).
   03 MND_STATUS                    PIC X(01).

FD O_MANDATE_NEW
   VALUE OF ID IS L$_MANDATE_NEW_NAME.
01 O_MANDATE_NEW_REC.
   03 MN_ACC_BANK_NUM               PIC 9(02).
   03 MN_ACC_BRANCH_NUM             PIC 9(03).
   03 MN_ACC_TYPE_CODE              PIC 9(03).
   03 MN_ACC_NUM                    PIC 9(06).
   03 MN_AUTH_DATE                  PIC 9(08).
   03 MN_CEILING                    PIC S9(12)V99.
   03 MN_EXPIRY_DATE                PIC 9(08).
   03 MN_STATUS                     PIC X(01).

FD O_AUDIT_FILE
   VALUE OF ID IS L$_AUDIT_FILE_NAME.
01 O_AUDIT_REC.
   03 MA_ACTION                     PIC X(01).
   03 MA_USER                       PIC X(12).
   03 MA_AUDIT_TMSP                 PIC S9(11)V9(07) COMP.
   03 MA_ACC_BANK_NUM               PIC 9(02).
   03 MA_ACC_BRANCH_NUM             PIC 9(03).
   03 MA_ACC_TYPE_CODE              PIC 9(03).
   03 MA_ACC_NUM                    PIC 9(06).
   03 MA_OLD_IMAGE                  PIC X(31).
   03 MA_NEW_IMAGE                  PIC X(31).

FD O_AUDIT_PROBE_FILE
   VALUE OF ID IS L$_AUDIT_PROBE_NAME.
01 O_AUDIT_PROBE_REC                PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 10:05:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_MANDATE_FILE_NAME             PIC X(40)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.DAT".

01 L$_MANDATE_NEW_NAME              PIC X(40)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_MANDATES.TMP".

01 L$_AUDIT_FILE_NAME               PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TRT721_MND_AUDIT.DAT".

01 L$_AUDIT_PROBE_NAME              PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TRT721_MND_AUDIT.DAT".

01 L$_MANDATE_IN_STATUS             PIC X(02).
   88 L$_MANDATE_IN_OK			    VALUE "00".

01 L$_MANDATE_NEW_STATUS            PIC X(02).
   88 L$_MANDATE_NEW_OK			    VALUE "00".

01 L$_AUDIT_STATUS                  PIC X(02).
   88 L$_AUDIT_OK			    VALUE "00".

01 L$_AUDIT_PROBE_STATUS            PIC X(02).
   88 L$_AUDIT_PROBE_FOUND		    VALUE "00".

01 L$_SW01_EOF_MND                  PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_MND_NO		    VALUE 0.
   88 L$_SW01_EOF_MND_YES		    VALUE 1.

*  the loaded registry - ICA_TRB72I_MANDATE_INGEST's sizing; the
*  whole file is written back, so a registry that does not fit is
*  refused, never truncated.
01 L$_MND_TBL.
   03 L$_MND_CNT                    PIC 9(05) VALUE 0.
   03 L$_MND_FOUND_IDX              PIC 9(05) VALUE 0.
   03 L$_MND_ENTRY  OCCURS 5000 TIMES INDEXED BY L$_MND_IDX.
      05 L$_MND_ACC_BANK_NUM        PIC 9(02).
      05 L$_MND_ACC_BRANCH_NUM      PIC 9(03).
      05 L$_MND_ACC_TYPE_CODE       PIC 9(03).
      05 L$_MND_ACC_NUM             PIC 9(06).
      05 L$_MND_ROW.
         07 L$_MND_AUTH_DATE        PIC 9(08).
         07 L$_MND_CEILING          PIC S9(12)V99.
         07 L$_MND_EXPIRY_DATE      PIC 9(08).
         07 L$_MND_STATUS           PIC X(01).

*   the before and after row images for the audit record -
*   authorization date, ceiling, expiry, status.
01 L$_ROW_IMAGE.
   03 L$_IMG_AUTH_DATE              PIC 9(08).
   03 L$_IMG_CEILING                PIC S9(12)V99.
   03 L$_IMG_EXPIRY_DATE            PIC 9(08).
   03 L$_IMG_STATUS                 PIC X(01).

01 L$_OLD_IMAGE                     PIC X(31).

01 L$_WS01_EDIT_DATE                PIC 9(08).
01 L$_WS01_EDIT_DATE_RED REDEFINES L$_WS01_EDIT_DATE.
   03 L$_WS01_ED_YYYY               PIC 9(04).
   03 L$_WS01_ED_MM                 PIC 9(02).
   03 L$_WS01_ED_DD                 PIC 9(02).

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP"          FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT721_KEY  - MND_ACC_BANK_NUM, MND_ACC_BRANCH_NUM,
*                       MND_ACC_TYPE_CODE, MND_ACC_NUM.
*     ICA_TRT721_DATA - MND_AUTH_DATE, MND_CEILING,
*                       MND_EXPIRY_DATE, MND_STATUS.
COPY "ICA_CDD_WKSP:ICA_TRT721_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT721_KEY BY ICA_TRT721_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT721_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT721_DATA BY ICA_TRT721_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT721_KEY_INW
                         ICA_TRT721_DATA_ITW
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


*# 15-OCT-2026 10:05:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT721_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 10:05:00.00 - TP_ELEVY - Call to TLG interface routine
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

    PERFORM CA-VALIDATE-ROW.

    PERFORM CB-LOAD-REGISTRY.

    PERFORM CC-SAVE-ROW.

    PERFORM CD-REWRITE-REGISTRY.

    PERFORM CE-WRITE-AUDIT-REC.

    MOVE "MANDATE SAVED" TO SP$_ACW_FORM_MSG.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-VALIDATE-ROW				    SECTION.
*--------------------------------------------------
CA-00.

*# a bad row here holds every debit on the account at the next
*# edit run - nothing that TRB711 would misread reaches the file.

    IF MND_STATUS IN ICA_TRT721_DATA_ITW NOT = "A"
   AND MND_STATUS IN ICA_TRT721_DATA_ITW NOT = "C"
   AND MND_STATUS IN ICA_TRT721_DATA_ITW NOT = "E"
       MOVE "STATUS MUST BE A, C OR E - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF MND_STATUS  IN ICA_TRT721_DATA_ITW = "A"
   AND MND_CEILING IN ICA_TRT721_DATA_ITW NOT > ZERO
       MOVE "AN ACTIVE MANDATE NEEDS A CEILING - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    MOVE MND_AUTH_DATE IN ICA_TRT721_DATA_ITW TO L$_WS01_EDIT_DATE.
    PERFORM CA1-CHECK-DATE.

    MOVE MND_EXPIRY_DATE IN ICA_TRT721_DATA_ITW TO L$_WS01_EDIT_DATE.
    PERFORM CA1-CHECK-DATE.

    IF MND_EXPIRY_DATE IN ICA_TRT721_DATA_ITW
       < MND_AUTH_DATE IN ICA_TRT721_DATA_ITW
       MOVE "EXPIRY BEFORE AUTHORIZATION - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CA1-CHECK-DATE				    SECTION.
*--------------------------------------------------
CA1-00.

*# PRT711's date check; 99991231 is the open-ended expiry and
*# passes it.

    IF L$_WS01_EDIT_DATE NOT NUMERIC
    OR L$_WS01_ED_MM < 01 OR L$_WS01_ED_MM > 12
    OR L$_WS01_ED_DD < 01 OR L$_WS01_ED_DD > 31
    OR L$_WS01_ED_YYYY < 2000
       MOVE "INVALID DATE - NOT SAVED" TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA1-EXIT.
    EXIT.


*--------------------------------------------------
CB-LOAD-REGISTRY			    SECTION.
*--------------------------------------------------
CB-00.

    MOVE 0 TO L$_MND_CNT.
    SET L$_SW01_EOF_MND_NO TO TRUE.

    OPEN INPUT I_MANDATE_FILE.

    IF NOT L$_MANDATE_IN_OK
*#     a missing registry is legitimate here - the panel may be
*#     saving the very first mandate.
       GO TO CB-EXIT
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_MND_YES
       READ I_MANDATE_FILE
          AT END
             SET L$_SW01_EOF_MND_YES TO TRUE
          NOT AT END
             IF L$_MND_CNT < 5000
                ADD 1 TO L$_MND_CNT
                SET L$_MND_IDX TO L$_MND_CNT
                MOVE MND_ACC_BANK_NUM   IN I_MANDATE_REC
                  TO L$_MND_ACC_BANK_NUM(L$_MND_IDX)
                MOVE MND_ACC_BRANCH_NUM IN I_MANDATE_REC
                  TO L$_MND_ACC_BRANCH_NUM(L$_MND_IDX)
                MOVE MND_ACC_TYPE_CODE  IN I_MANDATE_REC
                  TO L$_MND_ACC_TYPE_CODE(L$_MND_IDX)
                MOVE MND_ACC_NUM        IN I_MANDATE_REC
                  TO L$_MND_ACC_NUM(L$_MND_IDX)
                MOVE MND_AUTH_DATE      IN I_MANDATE_REC
                  TO L$_MND_AUTH_DATE(L$_MND_IDX)
                MOVE MND_CEILING        IN I_MANDATE_REC
                  TO L$_MND_CEILING(L$_MND_IDX)
                MOVE MND_EXPIRY_DATE    IN I_MANDATE_REC
                  TO L$_MND_EXPIRY_DATE(L$_MND_IDX)
                MOVE MND_STATUS         IN I_MANDATE_REC
                  TO L$_MND_STATUS(L$_MND_IDX)
             ELSE
                MOVE "REGISTRY FULL (5000) - NOT SAVED"
                  TO SP$_ACW_FORM_MSG
                MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
                MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
                CLOSE I_MANDATE_FILE
                PERFORM Z-FINISH
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_MANDATE_FILE.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-SAVE-ROW				    SECTION.
*--------------------------------------------------
CC-00.

*# the account's row - last match wins, the row TRB711's
*# EA3-CHECK-MANDATE decides on - is replaced; an account with no
*# row gets one appended. Either way the account keeps one row.

    MOVE SPACES TO L$_OLD_IMAGE.
    MOVE 0 TO L$_MND_FOUND_IDX.

    PERFORM VARYING L$_MND_IDX FROM 1 BY 1
               UNTIL L$_MND_IDX > L$_MND_CNT
       IF L$_MND_ACC_BANK_NUM(L$_MND_IDX) =
          MND_ACC_BANK_NUM   IN ICA_TRT721_KEY_INW
      AND L$_MND_ACC_BRANCH_NUM(L$_MND_IDX) =
          MND_ACC_BRANCH_NUM IN ICA_TRT721_KEY_INW
      AND L$_MND_ACC_TYPE_CODE(L$_MND_IDX) =
          MND_ACC_TYPE_CODE  IN ICA_TRT721_KEY_INW
      AND L$_MND_ACC_NUM(L$_MND_IDX) =
          MND_ACC_NUM        IN ICA_TRT721_KEY_INW
          SET L$_MND_FOUND_IDX TO L$_MND_IDX
       END-IF
    END-PERFORM.

    IF L$_MND_FOUND_IDX > ZERO
       SET L$_MND_IDX TO L$_MND_FOUND_IDX
       MOVE L$_MND_ROW(L$_MND_IDX) TO L$_OLD_IMAGE
    ELSE
*#     the table holds 5000 entries and CB loads up to exactly
*#     5000 - one more here would store past the end.
       IF L$_MND_CNT >= 5000
          MOVE "REGISTRY FULL (5000) - NOT SAVED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          PERFORM Z-FINISH
       END-IF
       ADD 1 TO L$_MND_CNT
       SET L$_MND_IDX TO L$_MND_CNT
       MOVE MND_ACC_BANK_NUM   IN ICA_TRT721_KEY_INW
         TO L$_MND_ACC_BANK_NUM(L$_MND_IDX)
       MOVE MND_ACC_BRANCH_NUM IN ICA_TRT721_KEY_INW
         TO L$_MND_ACC_BRANCH_NUM(L$_MND_IDX)
       MOVE MND_ACC_TYPE_CODE  IN ICA_TRT721_KEY_INW
         TO L$_MND_ACC_TYPE_CODE(L$_MND_IDX)
       MOVE MND_ACC_NUM        IN ICA_TRT721_KEY_INW
         TO L$_MND_ACC_NUM(L$_MND_IDX)
    END-IF.

    MOVE MND_AUTH_DATE   IN ICA_TRT721_DATA_ITW
      TO L$_MND_AUTH_DATE(L$_MND_IDX).
    MOVE MND_CEILING     IN ICA_TRT721_DATA_ITW
      TO L$_MND_CEILING(L$_MND_IDX).
    MOVE MND_EXPIRY_DATE IN ICA_TRT721_DATA_ITW
      TO L$_MND_EXPIRY_DATE(L$_MND_IDX).
    MOVE MND_STATUS      IN ICA_TRT721_DATA_ITW
      TO L$_MND_STATUS(L$_MND_IDX).

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-REWRITE-REGISTRY			    SECTION.
*--------------------------------------------------
CD-00.

*# the whole table back out in file order through a .TMP and the
*# house RENAME swap, so a half-written registry never reaches the
*# edit runs.

    OPEN OUTPUT O_MANDATE_NEW.

    IF NOT L$_MANDATE_NEW_OK
       MOVE "REGISTRY WORK FILE NOT OPENED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    PERFORM VARYING L$_MND_IDX FROM 1 BY 1
               UNTIL L$_MND_IDX > L$_MND_CNT
       MOVE L$_MND_ACC_BANK_NUM(L$_MND_IDX)   TO MN_ACC_BANK_NUM
       MOVE L$_MND_ACC_BRANCH_NUM(L$_MND_IDX) TO MN_ACC_BRANCH_NUM
       MOVE L$_MND_ACC_TYPE_CODE(L$_MND_IDX)  TO MN_ACC_TYPE_CODE
       MOVE L$_MND_ACC_NUM(L$_MND_IDX)        TO MN_ACC_NUM
       MOVE L$_MND_AUTH_DATE(L$_MND_IDX)      TO MN_AUTH_DATE
       MOVE L$_MND_CEILING(L$_MND_IDX)        TO MN_CEILING
       MOVE L$_MND_EXPIRY_DATE(L$_MND_IDX)    TO MN_EXPIRY_DATE
       MOVE L$_MND_STATUS(L$_MND_IDX)         TO MN_STATUS
       WRITE O_MANDATE_NEW_REC
    END-PERFORM.

    CLOSE O_MANDATE_NEW.

    INITIALIZE UTL_SPAWN_PROCESS_WKSP.

    STRING "RENAME " L$_MANDATE_NEW_NAME " " L$_MANDATE_FILE_NAME
      DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING.

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP.

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       MOVE "REGISTRY SWAP FAILED - OLD FILE STANDS"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-WRITE-AUDIT-REC			    SECTION.
*--------------------------------------------------
CE-00.

*# one audit record per save: who, when, which account, the row
*# before (spaces for a new account) and the row after.

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

    MOVE "S" TO MA_ACTION.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO MA_USER.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO MA_AUDIT_TMSP.

    MOVE MND_ACC_BANK_NUM   IN ICA_TRT721_KEY_INW TO MA_ACC_BANK_NUM.
    MOVE MND_ACC_BRANCH_NUM IN ICA_TRT721_KEY_INW TO MA_ACC_BRANCH_NUM.
    MOVE MND_ACC_TYPE_CODE  IN ICA_TRT721_KEY_INW TO MA_ACC_TYPE_CODE.
    MOVE MND_ACC_NUM        IN ICA_TRT721_KEY_INW TO MA_ACC_NUM.

    MOVE L$_OLD_IMAGE TO MA_OLD_IMAGE.

    MOVE MND_AUTH_DATE   IN ICA_TRT721_DATA_ITW TO L$_IMG_AUTH_DATE.
    MOVE MND_CEILING     IN ICA_TRT721_DATA_ITW TO L$_IMG_CEILING.
    MOVE MND_EXPIRY_DATE IN ICA_TRT721_DATA_ITW TO L$_IMG_EXPIRY_DATE.
    MOVE MND_STATUS      IN ICA_TRT721_DATA_ITW TO L$_IMG_STATUS.
    MOVE L$_ROW_IMAGE TO MA_NEW_IMAGE.

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
