*###### PROGRAM_NAME:  [ICA_PRT370_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_PRT370_GET_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" תאירק]      #*
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
*                          2545     15-OCT-2026  TP_ELEVY   New inquiry panel
*                                                           over the central
*                                                           correspondence
*                                                           store ICA_PRF370_
*                                                           CORR_LOG appends
*                                                           to. Structured
*                                                           like the ICA_
*                                                           PRT875_GET_DATA
*                                                           scroll, key, and
*                                                           data pattern.
*                                                           Scrolls a
*                                                           member's letters
*                                                           and statements
*                                                           newest first -
*                                                           type, producing
*                                                           program and run,
*                                                           channel, and
*                                                           sent or
*                                                           suppressed with
*                                                           the reason.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_PRT370_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The central correspondence store ICA_PRF370_CORR_LOG appends to.
    SELECT I_CORR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       CH_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_CORR_FILE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_PRF370_CORR_LOG writes.
FD I_CORR_FILE
   VALUE OF ID IS L$_CORR_FILE_NAME.
01 I_CORR_REC.
   03 CH_KEY.
      05 CH_CLB_MEM_KEY             PIC X(30).
      05 CH_INV_TMSP                PIC 9(11)V9(07).
   03 CH_LETTER_TYPE                PIC X(10).
   03 CH_PROG_NAME                  PIC X(26).
   03 CH_RUN_KEY                    PIC X(26).
   03 CH_CHANNEL                    PIC X(01).
   03 CH_LETTER_DATE                PIC 9(08).
   03 CH_OUTCOME                    PIC X(01).
   03 CH_REASON                     PIC X(40).
   03 CH_LOGGED_TMSP                PIC S9(11)V9(07) COMP.

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_CORR_FILE_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_CORR_HISTORY.IDX".

01 L$_CORR_FILE_STATUS              PIC X(02).
   88 L$_CORR_FILE_OK			    VALUE "00".

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data/scroll convention:
*     ICA_PRT370_KEY        - CH_CLB_MEM_KEY.
*     ICA_PRT370_DATA       - the I_CORR_REC fields by name, less
*                             the key and CH_LOGGED_TMSP.
*     ICA_PRT370_SCROLL_OTW - ICA_PRT370_SCROLL_WKSP occurs, each
*                             CH_CLB_MEM_KEY, CH_INV_TMSP (the
*                             letter to start after; zero = from
*                             the newest).
COPY "ICA_CDD_WKSP:ICA_PRT370_KEY"      FROM DICTIONARY
	REPLACING ICA_PRT370_KEY BY ICA_PRT370_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_PRT370_DATA"      FROM DICTIONARY
	REPLACING ICA_PRT370_DATA BY ICA_PRT370_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_PRT370_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_PRT370_KEY_INW
                         ICA_PRT370_DATA_OTW
                         ICA_PRT370_SCROLL_OTW
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


*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_PRT370_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 09:30:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_PRT370_DATA_OTW.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    IF P$_NUM_OF_LINES IN ICA_MPQ_CTW = 0
       MOVE "פ" TO P$_OPCODE IN ICA_MPQ_CTW
       MOVE  1  TO P$_CURRENT_NUM_SAVED IN ICA_MPQ_CTW
    END-IF.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF P$_OPCODE IN ICA_MPQ_CTW NOT = "פ"
       PERFORM CA-PREPARE-KEY
       PERFORM CB-GET-REC
       PERFORM CC-HANDLE-DATA
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-PREPARE-KEY				    SECTION.
*--------------------------------------------------
CA-00.

*# the scroll position carries the member and the inverted time of
*# the last letter shown; the store's key runs newest first within
*# a member, so walking it forward walks the member's letters back
*# in time.

    MOVE CORR ICA_PRT370_SCROLL_WKSP IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_PRT370_DATA_OTW.

    MOVE CH_CLB_MEM_KEY IN ICA_PRT370_SCROLL_WKSP
                        IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO CH_CLB_MEM_KEY IN I_CORR_REC.

    MOVE CH_INV_TMSP    IN ICA_PRT370_SCROLL_WKSP
                        IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO CH_INV_TMSP    IN I_CORR_REC.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

    OPEN INPUT I_CORR_FILE.

    IF NOT L$_CORR_FILE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

*#  strictly GREATER - the scroll holds the key of the letter the
*#  operator was already shown. A fresh scroll position carries a
*#  zero inverted time, which every real letter is greater than.
    START I_CORR_FILE KEY > CH_KEY.

    IF L$_CORR_FILE_OK
       READ I_CORR_FILE NEXT
    END-IF.

    IF NOT L$_CORR_FILE_OK
    OR CH_CLB_MEM_KEY IN I_CORR_REC NOT =
       CH_CLB_MEM_KEY IN ICA_PRT370_SCROLL_WKSP
                      IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
*#     end of this member's letters (or none at all) - the same
*#     "no data" message the DBA-backed panels give.
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE I_CORR_FILE
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE CORR I_CORR_REC TO ICA_PRT370_DATA_OTW.

*# advance the scroll position past the letter just shown, so the
*# next call fetches the one before it in time.

    MOVE CH_CLB_MEM_KEY IN I_CORR_REC
      TO CH_CLB_MEM_KEY IN ICA_PRT370_SCROLL_WKSP
                        IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    MOVE CH_INV_TMSP    IN I_CORR_REC
      TO CH_INV_TMSP    IN ICA_PRT370_SCROLL_WKSP
                        IN ICA_PRT370_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    CLOSE I_CORR_FILE.

CC-EXIT.
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
