*###### PROGRAM_NAME:  [ICA_PRT366_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_PRT366_PUT_DATA] :לודומה םש #*
*#                                                                 #*
*#                                                :ילנויצקנופ רואת #*
*#                                [DATA PANEL ל "הרוש" ןוכדע]      #*
*#                                                                 #*
*#                                                         :םיחתפמ #*
*#         ןורחא ןוכדע .ת        ךיראת       עצבמ םש       בלש     #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY ]     בוציע   #*
*#                 [    ]    [15-OCT-2026] [TP_ELEVY ]     תונכת   #*
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
*                          2541     15-OCT-2026  TP_ELEVY   New maintenance
*                                                           panel for the
*                                                           estate contact
*                                                           of a deceased
*                                                           member - name,
*                                                           relation, phone
*                                                           and address,
*                                                           recorded on the
*                                                           deceased-member
*                                                           store record
*                                                           ICA_PRB366_
*                                                           DEATH_NOTICE
*                                                           wrote. Keyed
*                                                           READ/REWRITE in
*                                                           the ICA_PRT363_
*                                                           PUT_DATA mold;
*                                                           every save is
*                                                           stamped with who
*                                                           and when.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_PRT366_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The deceased-member store ICA_PRB366_DEATH_NOTICE keeps.
    SELECT O_DECEASED_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       RANDOM
	   RECORD KEY		  IS	       DC_CLB_MEM_KEY
           FILE STATUS		  IS	       L$_DECEASED_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_PRB366_DEATH_NOTICE writes.
FD O_DECEASED_FILE
   VALUE OF ID IS L$_DECEASED_FILE_NAME.
01 O_DECEASED_REC.
   03 DC_CLB_MEM_KEY                PIC X(30).
   03 DC_MEMBER_ID                  PIC 9(15).
   03 DC_ACC_BANK_NUM               PIC 9(02).
   03 DC_ACC_BRANCH_NUM             PIC 9(03).
   03 DC_ACC_TYPE_CODE              PIC 9(03).
   03 DC_ACC_NUM                    PIC 9(09).
   03 DC_DATE_OF_DEATH              PIC 9(08).
   03 DC_FLAGGED_DATE               PIC 9(08).
   03 DC_SOURCE                     PIC X(01).
   03 DC_ESTATE_NAME                PIC X(40).
   03 DC_ESTATE_RELATION            PIC X(20).
   03 DC_ESTATE_PHONE               PIC X(15).
   03 DC_ESTATE_ADDRESS             PIC X(60).
   03 DC_UPDATED_BY                 PIC X(12).
   03 DC_UPDATED_TMSP               PIC S9(11)V9(07) COMP.

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 11:40:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_DECEASED_FILE_NAME            PIC X(40)
   VALUE "ICA_IN_DAT_DIR:ICA_TR_DECEASED.IDX".

01 L$_DECEASED_STATUS               PIC X(02).
   88 L$_DECEASED_OK			    VALUE "00".
   88 L$_DECEASED_NOT_FOUND		    VALUE "23".

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

*   New dictionary members, in the PRT key/data/scroll convention:
*     ICA_PRT366_KEY    - DC_CLB_MEM_KEY.
*     ICA_PRT366_DATA   - DC_ESTATE_NAME, DC_ESTATE_RELATION,
*                         DC_ESTATE_PHONE, DC_ESTATE_ADDRESS.
COPY "ICA_CDD_WKSP:ICA_PRT366_KEY"      FROM DICTIONARY
	REPLACING ICA_PRT366_KEY BY ICA_PRT366_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_PRT366_DATA"      FROM DICTIONARY
	REPLACING ICA_PRT366_DATA BY ICA_PRT366_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_PRT366_KEY_INW
                         ICA_PRT366_DATA_ITW
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
     MOVE "ICA_PRT366_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 11:40:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
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

*# the record is ICA_PRB366_DEATH_NOTICE's to create - the panel
*# only adds the estate contact to a member already flagged
*# deceased, so no create-on-first-use here: a missing store or a
*# missing record is an error to the operator.

    OPEN I-O O_DECEASED_FILE.

    IF NOT L$_DECEASED_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    PERFORM CA-SAVE-ESTATE-CONTACT.

    CLOSE O_DECEASED_FILE.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-SAVE-ESTATE-CONTACT			    SECTION.
*--------------------------------------------------
CA-00.

*# keyed READ then REWRITE of the estate fields only - the ID
*# number, account and date of death stay as the batch recorded
*# them. Stamped with the recording operator and the time.

    MOVE DC_CLB_MEM_KEY IN ICA_PRT366_KEY_INW
      TO DC_CLB_MEM_KEY IN O_DECEASED_REC.

    READ O_DECEASED_FILE
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          GO TO CA-EXIT
    END-READ.

    MOVE DC_ESTATE_NAME      IN ICA_PRT366_DATA_ITW
      TO DC_ESTATE_NAME      IN O_DECEASED_REC.

    MOVE DC_ESTATE_RELATION  IN ICA_PRT366_DATA_ITW
      TO DC_ESTATE_RELATION  IN O_DECEASED_REC.

    MOVE DC_ESTATE_PHONE     IN ICA_PRT366_DATA_ITW
      TO DC_ESTATE_PHONE     IN O_DECEASED_REC.

    MOVE DC_ESTATE_ADDRESS   IN ICA_PRT366_DATA_ITW
      TO DC_ESTATE_ADDRESS   IN O_DECEASED_REC.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO DC_UPDATED_BY.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO DC_UPDATED_TMSP.

    REWRITE O_DECEASED_REC
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
    END-REWRITE.

CA-EXIT.
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
