*###### PROGRAM_NAME:  [ICA_TRT730_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT730_GET_DATA] :לודומה םש #*
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
*                          2557     15-OCT-2026  TP_ELEVY   New inquiry panel
*                                                           over the run
*                                                           manifest that
*                                                           ICA_TRF721_RUN_
*                                                           MANIFEST keeps:
*                                                           the control
*                                                           files one run
*                                                           of a program
*                                                           loaded, with
*                                                           records,
*                                                           checksum,
*                                                           version and
*                                                           revision time.
*                                                           Structured like
*                                                           the ICA_TRT712_
*                                                           GET_DATA scroll,
*                                                           key, and data
*                                                           pattern - an RMS
*                                                           indexed file,
*                                                           START/READ NEXT.
*                                                           Keyed by program
*                                                           and run key, the
*                                                           same pair the
*                                                           run registry
*                                                           panel shows.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT730_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The run manifest ICA_TRF721_RUN_MANIFEST maintains.
    SELECT I_MANIFEST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       MF_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_MANIFEST_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRF721_RUN_MANIFEST writes.
FD I_MANIFEST_FILE
   VALUE OF ID IS L$_MANIFEST_FILE_NAME.
01 I_MANIFEST_REC.
   03 MF_KEY.
      05 MF_PROG_NAME               PIC X(26).
      05 MF_RUN_KEY                 PIC X(26).
      05 MF_FILE_NAME               PIC X(60).
      05 MF_LOGGED_TMSP             PIC S9(11)V9(07) COMP.
   03 MF_FILE_FOUND                 PIC X(01).
   03 MF_REC_CNT                    PIC 9(09).
   03 MF_CHECKSUM                   PIC 9(10).
   03 MF_FILE_RDT                   PIC X(23).
   03 MF_FILE_SPEC                  PIC X(80).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 15:05:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_MANIFEST_FILE_NAME            PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_MANIFEST.IDX".

01 L$_MANIFEST_STATUS               PIC X(02).
   88 L$_MANIFEST_OK			    VALUE "00".

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
*     ICA_TRT730_KEY        - MF_PROG_NAME, MF_RUN_KEY.
*     ICA_TRT730_DATA       - the I_MANIFEST_REC fields by name.
*     ICA_TRT730_SCROLL_OTW - ICA_TRT730_SCROLL_WKSP occurs, each
*                             MF_PROG_NAME, MF_RUN_KEY, MF_FILE_NAME
*                             and MF_LOGGED_TMSP (the entry last
*                             shown; spaces/zero = from the top).
COPY "ICA_CDD_WKSP:ICA_TRT730_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT730_KEY BY ICA_TRT730_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT730_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT730_DATA BY ICA_TRT730_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_TRT730_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT730_KEY_INW
                         ICA_TRT730_DATA_OTW
                         ICA_TRT730_SCROLL_OTW
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


*# 15-OCT-2026 15:05:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT730_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 15:05:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_TRT730_DATA_OTW.

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

*# the scroll position carries program, run key and the file name
*# and time of the last entry shown; the fetch below STARTs strictly
*# after it, so repeated calls walk the run's entries in file-name
*# order (a file loaded twice under one run key shows both entries,
*# earlier first). A fresh position carries a blank file name, which
*# every real entry of the run is greater than.

    MOVE CORR ICA_TRT730_SCROLL_WKSP IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_TRT730_DATA_OTW.

    MOVE MF_PROG_NAME IN ICA_TRT730_SCROLL_WKSP
                      IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO MF_PROG_NAME IN I_MANIFEST_REC.

    MOVE MF_RUN_KEY IN ICA_TRT730_SCROLL_WKSP
                    IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO MF_RUN_KEY IN I_MANIFEST_REC.

    MOVE MF_FILE_NAME IN ICA_TRT730_SCROLL_WKSP
                      IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO MF_FILE_NAME IN I_MANIFEST_REC.

    MOVE MF_LOGGED_TMSP IN ICA_TRT730_SCROLL_WKSP
                        IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO MF_LOGGED_TMSP IN I_MANIFEST_REC.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

    OPEN INPUT I_MANIFEST_FILE.

    IF NOT L$_MANIFEST_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    START I_MANIFEST_FILE KEY > MF_KEY.

    IF L$_MANIFEST_OK
       READ I_MANIFEST_FILE NEXT
    END-IF.

    IF NOT L$_MANIFEST_OK
    OR MF_PROG_NAME IN I_MANIFEST_REC NOT =
       MF_PROG_NAME IN ICA_TRT730_SCROLL_WKSP
                    IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
    OR MF_RUN_KEY IN I_MANIFEST_REC NOT =
       MF_RUN_KEY IN ICA_TRT730_SCROLL_WKSP
                  IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       CLOSE I_MANIFEST_FILE
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    MOVE CORR I_MANIFEST_REC TO ICA_TRT730_DATA_OTW.

*# advance the scroll position past the entry just shown, so the
*# next call fetches the one after it.

    MOVE MF_FILE_NAME IN I_MANIFEST_REC
      TO MF_FILE_NAME IN ICA_TRT730_SCROLL_WKSP
                      IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    MOVE MF_LOGGED_TMSP IN I_MANIFEST_REC
      TO MF_LOGGED_TMSP IN ICA_TRT730_SCROLL_WKSP
                        IN ICA_TRT730_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

    CLOSE I_MANIFEST_FILE.

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
