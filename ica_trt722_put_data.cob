*###### PROGRAM_NAME:  [ICA_TRT722_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT722_PUT_DATA] :לודומה םש #*
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
*                          2543     15-OCT-2026  TP_ELEVY   New maintenance
*                                                           panel for the
*                                                           debit-limits file
*                                                           TRB711's
*                                                           EA1-CHECK-DEBIT-
*                                                           LIMIT reads - the
*                                                           file one bad
*                                                           LIM_MAX_AMT sent
*                                                           a whole phase to
*                                                           holdover from.
*                                                           Adds, changes and
*                                                           deletes a limit
*                                                           row (account "A"
*                                                           or account-type
*                                                           default "T"), but
*                                                           never touches the
*                                                           file: the change
*                                                           is validated and
*                                                           queued, old and
*                                                           new row images
*                                                           whole, for a
*                                                           second operator
*                                                           to approve
*                                                           through ICA_
*                                                           TRB72J_LIM_
*                                                           APPROVE - the
*                                                           PRT343/PRB357
*                                                           four-eyes split.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT722_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The limits file as it stands - read for the old image only.
    SELECT I_LIMITS_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LIMITS_STATUS.

*   The pending queue - appended here, worked by ICA_TRB72J_LIM_
*   APPROVE (shared hand-kept record convention).
    SELECT O_PENDING_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PENDING_STATUS.

    SELECT I_PND_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PND_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention TRB711's Change #2015 reads.
FD I_LIMITS_FILE
   VALUE OF ID IS L$_LIMITS_FILE_NAME.
01 I_LIMITS_REC.
   03 LIM_ROW_KEY.
      05 LIM_SPECIFIC_IND           PIC X(01).
      05 LIM_ACC_BANK_NUM           PIC 9(02).
      05 LIM_ACC_BRANCH_NUM         PIC 9(03).
      05 LIM_ACC_TYPE_CODE          PIC 9(03).
      05 LIM_ACC_NUM                PIC 9(06).
   03 LIM_MAX_AMT                   PIC S9(12)V99.

*   One queued change: the action ("A" add, "C" change, "D"
*   delete) and both whole row images - spaces for the side that
*   does not exist (old of an add, new of a delete).
FD O_PENDING_FILE
   VALUE OF ID IS L$_PENDING_FILE_NAME.
01 O_PENDING_REC.
   03 LP_SEQ                        PIC 9(08).
   03 LP_STATUS                     PIC X(01).
   03 LP_ORIGINATOR                 PIC X(12).
   03 LP_QUEUED_TMSP                PIC S9(11)V9(07) COMP.
   03 LP_ACTION                     PIC X(01).
   03 LP_OLD_IMAGE                  PIC X(29).
   03 LP_NEW_IMAGE                  PIC X(29).

FD I_PND_PROBE_FILE
   VALUE OF ID IS L$_PND_PROBE_NAME.
01 I_PND_PROBE_REC.
   03 PRB_SEQ                       PIC 9(08).
   03 PRB_STATUS                    PIC X(01).
   03 PRB_ORIGINATOR                PIC X(12).
   03 PRB_QUEUED_TMSP               PIC S9(11)V9(07) COMP.
   03 PRB_ACTION                    PIC X(01).
   03 PRB_OLD_IMAGE                 PIC X(29).
   03 PRB_NEW_IMAGE                 PIC X(29).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 10:40:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_LIMITS_FILE_NAME              PIC X(40)
   VALUE "ICA_IN_DAT_DIR:ICA_TRB711_DEB_LIMITS.DAT".

01 L$_PENDING_FILE_NAME             PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TRT722_LIM_PENDING.DAT".

01 L$_PND_PROBE_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TRT722_LIM_PENDING.DAT".

01 L$_LIMITS_STATUS                 PIC X(02).
   88 L$_LIMITS_OK			    VALUE "00".

01 L$_PENDING_STATUS                PIC X(02).
   88 L$_PENDING_OK			    VALUE "00".

01 L$_PND_PROBE_STATUS              PIC X(02).
   88 L$_PND_PROBE_FOUND		    VALUE "00".

01 L$_SW01_EOF_LIM                  PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_LIM_NO		    VALUE 0.
   88 L$_SW01_EOF_LIM_YES		    VALUE 1.

01 L$_SW01_EOF_PND                  PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_PND_NO		    VALUE 0.
   88 L$_SW01_EOF_PND_YES		    VALUE 1.

01 L$_SW01_ROW_FOUND                PIC 9(01) VALUE 0.
   88 L$_SW01_ROW_FOUND_NO		    VALUE 0.
   88 L$_SW01_ROW_FOUND_YES		    VALUE 1.

01 L$_SW01_ALREADY_PENDING          PIC 9(01) VALUE 0.
   88 L$_SW01_ALREADY_PENDING_NO	    VALUE 0.
   88 L$_SW01_ALREADY_PENDING_YES	    VALUE 1.

01 L$_WS01_NEXT_PND_SEQ             PIC 9(08) VALUE 0.
01 L$_WS01_ROW_COUNT                PIC 9(05) VALUE 0.
01 L$_WS01_ACTION                   PIC X(01).

*   the row the operator is saving, in file layout - its first 15
*   bytes are the row's identity.
01 L$_WS01_NEW_IMAGE.
   03 L$_WS01_NEW_KEY.
      05 L$_WS01_NEW_SPECIFIC_IND   PIC X(01).
      05 L$_WS01_NEW_BANK           PIC 9(02).
      05 L$_WS01_NEW_BRANCH         PIC 9(03).
      05 L$_WS01_NEW_TYPE           PIC 9(03).
      05 L$_WS01_NEW_ACC            PIC 9(06).
   03 L$_WS01_NEW_MAX_AMT           PIC S9(12)V99.

01 L$_WS01_OLD_IMAGE                PIC X(29).

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT722_KEY  - LIM_SPECIFIC_IND, LIM_ACC_BANK_NUM,
*                       LIM_ACC_BRANCH_NUM, LIM_ACC_TYPE_CODE,
*                       LIM_ACC_NUM.
*     ICA_TRT722_DATA - LIM_MAX_AMT, P$_LIM_ACTION ("A" add,
*                       "C" change, "D" delete).
COPY "ICA_CDD_WKSP:ICA_TRT722_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT722_KEY BY ICA_TRT722_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT722_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT722_DATA BY ICA_TRT722_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT722_KEY_INW
                         ICA_TRT722_DATA_ITW
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


*# 15-OCT-2026 10:40:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT722_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 10:40:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    MOVE P$_LIM_ACTION IN ICA_TRT722_DATA_ITW TO L$_WS01_ACTION.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    PERFORM CA-VALIDATE-ROW.

    PERFORM CB-FETCH-OLD-IMAGE.

    PERFORM CC-CHECK-ACTION.

    PERFORM CD-QUEUE-PENDING-CHANGE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-VALIDATE-ROW				    SECTION.
*--------------------------------------------------
CA-00.

*# the row is built in file layout exactly as BH-LOAD-DEB-LIMITS
*# reads it - a type default carries only the type, everything
*# else zero, so the same type is never on file twice under two
*# spellings.

    IF L$_WS01_ACTION NOT = "A"
   AND L$_WS01_ACTION NOT = "C"
   AND L$_WS01_ACTION NOT = "D"
       MOVE "ACTION MUST BE A, C OR D - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    MOVE LIM_SPECIFIC_IND   IN ICA_TRT722_KEY_INW
      TO L$_WS01_NEW_SPECIFIC_IND.
    MOVE LIM_ACC_TYPE_CODE  IN ICA_TRT722_KEY_INW
      TO L$_WS01_NEW_TYPE.
    MOVE LIM_MAX_AMT        IN ICA_TRT722_DATA_ITW
      TO L$_WS01_NEW_MAX_AMT.

    EVALUATE L$_WS01_NEW_SPECIFIC_IND
        WHEN "A"
             MOVE LIM_ACC_BANK_NUM   IN ICA_TRT722_KEY_INW
               TO L$_WS01_NEW_BANK
             MOVE LIM_ACC_BRANCH_NUM IN ICA_TRT722_KEY_INW
               TO L$_WS01_NEW_BRANCH
             MOVE LIM_ACC_NUM        IN ICA_TRT722_KEY_INW
               TO L$_WS01_NEW_ACC
             IF L$_WS01_NEW_BANK = ZERO
             OR L$_WS01_NEW_ACC  = ZERO
                MOVE "ACCOUNT LIMIT NEEDS THE FULL ACCOUNT - NOT QUEUED"
                  TO SP$_ACW_FORM_MSG
                MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
                MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
                PERFORM Z-FINISH
             END-IF
        WHEN "T"
             MOVE ZERO TO L$_WS01_NEW_BANK
                          L$_WS01_NEW_BRANCH
                          L$_WS01_NEW_ACC
        WHEN OTHER
             MOVE "LIMIT KIND MUST BE A OR T - NOT QUEUED"
               TO SP$_ACW_FORM_MSG
             MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
             MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
             PERFORM Z-FINISH
    END-EVALUATE.

    IF L$_WS01_ACTION NOT = "D"
   AND L$_WS01_NEW_MAX_AMT NOT > ZERO
       MOVE "LIMIT AMOUNT MUST BE ABOVE ZERO - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-FETCH-OLD-IMAGE			    SECTION.
*--------------------------------------------------
CB-00.

*# the row as it stands now, for the queued old image - last match
*# wins, as in TRB711's table scans. A missing file is legitimate:
*# the first limit ever is an add.

    MOVE SPACES TO L$_WS01_OLD_IMAGE.
    MOVE 0 TO L$_WS01_ROW_COUNT.
    SET L$_SW01_ROW_FOUND_NO TO TRUE.
    SET L$_SW01_EOF_LIM_NO TO TRUE.

    OPEN INPUT I_LIMITS_FILE.

    IF NOT L$_LIMITS_OK
       GO TO CB-EXIT
    END-IF.

    PERFORM UNTIL L$_SW01_EOF_LIM_YES
       READ I_LIMITS_FILE
          AT END
             SET L$_SW01_EOF_LIM_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_WS01_ROW_COUNT
             IF LIM_ROW_KEY = L$_WS01_NEW_KEY
                SET L$_SW01_ROW_FOUND_YES TO TRUE
                MOVE I_LIMITS_REC TO L$_WS01_OLD_IMAGE
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_LIMITS_FILE.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-CHECK-ACTION				    SECTION.
*--------------------------------------------------
CC-00.

    IF L$_WS01_ACTION = "A"
   AND L$_SW01_ROW_FOUND_YES
       MOVE "LIMIT ALREADY ON FILE - USE CHANGE - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF L$_WS01_ACTION NOT = "A"
   AND L$_SW01_ROW_FOUND_NO
       MOVE "LIMIT NOT ON FILE - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

*# TRB711 loads 200 limit rows; an add that would make the 201st is
*# refused here rather than silently ignored at the next edit run.
    IF L$_WS01_ACTION = "A"
   AND L$_WS01_ROW_COUNT NOT < 200
       MOVE "LIMITS FILE FULL (200) - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-QUEUE-PENDING-CHANGE			    SECTION.
*--------------------------------------------------
CD-00.

*# PRT343's CH-QUEUE-PENDING-CHANGE: one pass over the queue for the
*# highest sequence - and here also for a change to the same row
*# still waiting, which would be approved against a stale old
*# image - then the new entry is appended.

    MOVE 0 TO L$_WS01_NEXT_PND_SEQ.
    SET L$_SW01_EOF_PND_NO TO TRUE.
    SET L$_SW01_ALREADY_PENDING_NO TO TRUE.

    OPEN INPUT I_PND_PROBE_FILE.

    IF L$_PND_PROBE_FOUND
       PERFORM UNTIL L$_SW01_EOF_PND_YES
          READ I_PND_PROBE_FILE
             AT END
                SET L$_SW01_EOF_PND_YES TO TRUE
             NOT AT END
                IF PRB_SEQ > L$_WS01_NEXT_PND_SEQ
                   MOVE PRB_SEQ TO L$_WS01_NEXT_PND_SEQ
                END-IF
                IF PRB_NEW_IMAGE(1:15) = L$_WS01_NEW_KEY
                OR PRB_OLD_IMAGE(1:15) = L$_WS01_NEW_KEY
                   SET L$_SW01_ALREADY_PENDING_YES TO TRUE
                END-IF
          END-READ
       END-PERFORM
       CLOSE I_PND_PROBE_FILE
    END-IF.

    IF L$_SW01_ALREADY_PENDING_YES
       MOVE "A CHANGE TO THIS LIMIT IS ALREADY PENDING - NOT QUEUED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF L$_PND_PROBE_FOUND
       OPEN EXTEND O_PENDING_FILE
    ELSE
       OPEN OUTPUT O_PENDING_FILE
    END-IF.

    IF NOT L$_PENDING_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    ADD 1 TO L$_WS01_NEXT_PND_SEQ.

    MOVE L$_WS01_NEXT_PND_SEQ	TO LP_SEQ.
    MOVE "P"			TO LP_STATUS.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
				TO LP_ORIGINATOR.

    CALL "UTL_GET_DATE_TIME" USING UTL_GET_DATE_TIME_WKSP.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO LP_QUEUED_TMSP.

    MOVE L$_WS01_ACTION		TO LP_ACTION.
    MOVE L$_WS01_OLD_IMAGE	TO LP_OLD_IMAGE.

    IF L$_WS01_ACTION = "D"
       MOVE SPACES		TO LP_NEW_IMAGE
    ELSE
       MOVE L$_WS01_NEW_IMAGE	TO LP_NEW_IMAGE
    END-IF.

    WRITE O_PENDING_REC.

    CLOSE O_PENDING_FILE.

*# tell the operator the save is PENDING, not applied - the panel
*# shows the message line.
    MOVE "W" TO SP$_ACW_FORM_MSG_SEVERITY.
    MOVE "LIMIT CHANGE QUEUED FOR SECOND-OPERATOR APPROVAL"
      TO SP$_ACW_FORM_MSG.

CD-EXIT.
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
