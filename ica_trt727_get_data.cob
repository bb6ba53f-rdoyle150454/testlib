*###### PROGRAM_NAME:  [ICA_TRT727_GET_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT727_GET_DATA] :לודומה םש #*
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
*                          2554     15-OCT-2026  TP_ELEVY   New list panel
*                                                           over the bank-
*                                                           file lifecycle
*                                                           ICA_TRF716_
*                                                           LIFECYCLE and
*                                                           ICA_TRB716_BANK_
*                                                           FILE_RELEASE
*                                                           keep. Structured
*                                                           like the
*                                                           ICA_TRT723_
*                                                           GET_DATA scroll,
*                                                           key, and data
*                                                           pattern, but the
*                                                           store is a flat
*                                                           append-only
*                                                           file, so the
*                                                           position is the
*                                                           record number.
*                                                           One line per
*                                                           file built on
*                                                           the day asked
*                                                           for (today when
*                                                           none), filtered
*                                                           by bank and
*                                                           status; only a
*                                                           file's standing
*                                                           (last) record is
*                                                           shown. The
*                                                           detail is
*                                                           ICA_TRT728_
*                                                           GET_DATA.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT727_GET_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The central bank-file lifecycle ICA_TRF716_LIFECYCLE appends to.
    SELECT I_LIFECYCLE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_LC_FILE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   Same hand-kept record convention ICA_TRF716_LIFECYCLE writes.
FD I_LIFECYCLE_FILE
   VALUE OF ID IS L$_LIFECYCLE_NAME.
01 I_LIFECYCLE_REC.
   03 LC_FILE_NAME		PIC X(34).
   03 LC_PHASE_NUM		PIC 9(04).
   03 LC_SOURCE_PROG		PIC X(26).
   03 LC_STATUS		PIC X(01).
      88 LC_STATUS_BUILT		VALUE "B".
      88 LC_STATUS_APPROVED		VALUE "A".
      88 LC_STATUS_TRANSMITTED		VALUE "T".
      88 LC_STATUS_SUPERSEDED		VALUE "X".
   03 LC_DEB_AMT		PIC S9(15)V99 COMP.
   03 LC_CRD_AMT		PIC S9(15)V99 COMP.
   03 LC_DEB_CNT		PIC 9(07).
   03 LC_CRD_CNT		PIC 9(07).
   03 LC_CREATED_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_APPROVED_BY		PIC X(12).
   03 LC_APPROVED_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_TRANSMIT_TMSP		PIC S9(11)V9(07) COMP.
   03 LC_SEAL_REC_CNT		PIC 9(09).
   03 LC_SEAL_AMT		PIC S9(15)V99 COMP.
   03 LC_FORMAT_VER		PIC 9(02).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 14:20:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_LIFECYCLE_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_BANK_FILE_LIFECYCLE.DAT".

01 L$_LC_FILE_STATUS                PIC X(02).
   88 L$_LC_FILE_OK			    VALUE "00".

01 L$_SW01_EOF_LC                   PIC 9(01) VALUE 0.
   88 L$_SW01_EOF_LC_NO			    VALUE 0.
   88 L$_SW01_EOF_LC_YES		    VALUE 1.

01 L$_SW01_FOUND                    PIC 9(01) VALUE 0.
   88 L$_SW01_FOUND_NO			    VALUE 0.
   88 L$_SW01_FOUND_YES			    VALUE 1.

*   the filters, as the scroll carries them.
01 L$_WS01_WANT_DATE                PIC 9(08).
01 L$_WS01_WANT_BANK                PIC X(02).
01 L$_WS01_WANT_STATUS              PIC X(01).
01 L$_WS01_LAST_SEQ                 PIC 9(09).

01 L$_WS01_REC_SEQ                  PIC 9(09).
01 L$_WS01_ROW_DATE_YMD             PIC 9(08).
01 L$_WS01_ROW_BANK                 PIC X(02).
01 L$_WS01_BEST_SEQ                 PIC 9(09).

*   the interfaces that build bank files, by the program that
*   stamps LC_SOURCE_PROG - ICA_TRB72V_BANK_SCORECARD's codes.
01 L$_WS01_BANK_CONST.
   03 FILLER    PIC X(02)  VALUE "LE".
   03 FILLER    PIC X(26)  VALUE "ICA_TRB711_EDIT_BENLEUMI  ".
   03 FILLER    PIC X(02)  VALUE "DS".
   03 FILLER    PIC X(26)  VALUE "ICA_TRB712_EDIT_DISCONT   ".
01 L$_WS01_BANK_CONST_RED REDEFINES L$_WS01_BANK_CONST.
   03 L$_WS01_BNK_ENTRY  OCCURS 2 TIMES
                         INDEXED BY L$_WS01_BNK_IDX.
      05 L$_WS01_BNK_CODE           PIC X(02).
      05 L$_WS01_BNK_SOURCE         PIC X(26).

*   every file with a record on the day asked for, each with the
*   record that stands for it: a rebuilt phase appends a second
*   record for the same name and only the LAST one is live
*   (ICA_TRF716_LIFECYCLE's convention) - a later record, even one
*   written on a later day, replaces the entry.
01 L$_WS01_LCF_TBL.
   03 L$_WS01_LCF_CNT               PIC 9(03)       VALUE 0.
   03 L$_WS01_LCF_FOUND             PIC 9(03)       VALUE 0.
   03 L$_WS01_LCF_ENTRY  OCCURS 100 TIMES
                         INDEXED BY L$_WS01_LCF_IDX.
      05 L$_WS01_LCF_NAME           PIC X(34).
      05 L$_WS01_LCF_SEQ            PIC 9(09).
      05 L$_WS01_LCF_STATUS         PIC X(01).
      05 L$_WS01_LCF_BANK           PIC X(02).
      05 L$_WS01_LCF_DATE           PIC 9(08).
      05 L$_WS01_LCF_REC            PIC X(160).

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"      FROM DICTIONARY.

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
*     ICA_TRT727_KEY        - LCQ_CREATED_DATE (CCYYMMDD, zero =
*                             today), LCQ_BANK_CODE ("LE", "DS",
*                             spaces = all), LCQ_STATUS ("B", "A",
*                             "T", space = all).
*     ICA_TRT727_DATA       - the I_LIFECYCLE_REC fields by name,
*                             plus LCQ_BANK_CODE, LCQ_CREATED_DATE.
*     ICA_TRT727_SCROLL_OTW - ICA_TRT727_SCROLL_WKSP occurs, each
*                             the three filters and LCQ_REC_SEQ 9(09)
*                             (the record last shown; zero = from
*                             the top).
COPY "ICA_CDD_WKSP:ICA_TRT727_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT727_KEY BY ICA_TRT727_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT727_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT727_DATA BY ICA_TRT727_DATA_OTW.
COPY "ICA_CDD_WKSP:ICA_TRT727_SCROLL_OTW"         FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT727_KEY_INW
                         ICA_TRT727_DATA_OTW
                         ICA_TRT727_SCROLL_OTW
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


*# 15-OCT-2026 14:20:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT727_GET_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 14:20:00.00 - TP_ELEVY - Call to TLG interface routine (PUSH)
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    INITIALIZE ICA_TRT727_DATA_OTW.

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

*# the scroll position carries the filters and the number of the
*# last record shown; the fetch below takes the first standing
*# record after it. A fresh scroll position carries record zero.
*# No date asked for means today - written back to the scroll, so
*# a list opened just before midnight pages on through the same day.

    MOVE CORR ICA_TRT727_SCROLL_WKSP IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
     TO ICA_TRT727_DATA_OTW.

    IF LCQ_CREATED_DATE IN ICA_TRT727_SCROLL_WKSP
                        IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
       = ZERO
       CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
       MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
         TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
       PERFORM Y-CVT-TMSP-TO-YMD
       MOVE L$_WS01_ROW_DATE_YMD
         TO LCQ_CREATED_DATE IN ICA_TRT727_SCROLL_WKSP
                             IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
    END-IF.

    MOVE LCQ_CREATED_DATE IN ICA_TRT727_SCROLL_WKSP
                          IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO L$_WS01_WANT_DATE.

    MOVE LCQ_BANK_CODE IN ICA_TRT727_SCROLL_WKSP
                       IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO L$_WS01_WANT_BANK.

    MOVE LCQ_STATUS IN ICA_TRT727_SCROLL_WKSP
                    IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO L$_WS01_WANT_STATUS.

    MOVE LCQ_REC_SEQ IN ICA_TRT727_SCROLL_WKSP
                     IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED)
      TO L$_WS01_LAST_SEQ.

CA-EXIT.
    EXIT.


*--------------------------------------------------
CB-GET-REC				    SECTION.
*--------------------------------------------------
CB-00.

*# the lifecycle is flat and append-only, so every call reads it
*# through once: the day's files and their standing records into
*# the table, then the first one past the scroll position that the
*# bank and status filters let through. Superseded records never
*# stand - ICA_TRB716_BANK_FILE_RELEASE marks only earlier ones.

    OPEN INPUT I_LIFECYCLE_FILE.

    IF NOT L$_LC_FILE_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

    SET L$_SW01_EOF_LC_NO TO TRUE.
    MOVE ZERO TO L$_WS01_REC_SEQ
                 L$_WS01_LCF_CNT.

    PERFORM UNTIL L$_SW01_EOF_LC_YES
       READ I_LIFECYCLE_FILE
          AT END
             SET L$_SW01_EOF_LC_YES TO TRUE
          NOT AT END
             ADD 1 TO L$_WS01_REC_SEQ
             PERFORM CD-TAKE-ONE-RECORD
       END-READ
    END-PERFORM.

    CLOSE I_LIFECYCLE_FILE.

    SET L$_SW01_FOUND_NO TO TRUE.
    MOVE ZERO TO L$_WS01_BEST_SEQ
                 L$_WS01_LCF_FOUND.

    PERFORM VARYING L$_WS01_LCF_IDX FROM 1 BY 1
               UNTIL L$_WS01_LCF_IDX > L$_WS01_LCF_CNT
       IF  L$_WS01_LCF_DATE(L$_WS01_LCF_IDX) = L$_WS01_WANT_DATE
       AND L$_WS01_LCF_SEQ(L$_WS01_LCF_IDX)  > L$_WS01_LAST_SEQ
       AND (L$_WS01_LCF_SEQ(L$_WS01_LCF_IDX) < L$_WS01_BEST_SEQ
         OR L$_SW01_FOUND_NO)
       AND (L$_WS01_WANT_BANK = SPACES
         OR L$_WS01_WANT_BANK = L$_WS01_LCF_BANK(L$_WS01_LCF_IDX))
       AND (L$_WS01_WANT_STATUS = SPACE
         OR L$_WS01_WANT_STATUS =
            L$_WS01_LCF_STATUS(L$_WS01_LCF_IDX))
          SET L$_SW01_FOUND_YES TO TRUE
          MOVE L$_WS01_LCF_SEQ(L$_WS01_LCF_IDX) TO L$_WS01_BEST_SEQ
          SET L$_WS01_LCF_FOUND TO L$_WS01_LCF_IDX
       END-IF
    END-PERFORM.

    IF L$_SW01_FOUND_NO
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-HANDLE-DATA				    SECTION.
*--------------------------------------------------
CC-00.

    SET L$_WS01_LCF_IDX TO L$_WS01_LCF_FOUND.

    MOVE L$_WS01_LCF_REC(L$_WS01_LCF_IDX) TO I_LIFECYCLE_REC.

    MOVE CORR I_LIFECYCLE_REC TO ICA_TRT727_DATA_OTW.

    MOVE L$_WS01_LCF_BANK(L$_WS01_LCF_IDX)
      TO LCQ_BANK_CODE    IN ICA_TRT727_DATA_OTW.
    MOVE L$_WS01_LCF_DATE(L$_WS01_LCF_IDX)
      TO LCQ_CREATED_DATE IN ICA_TRT727_DATA_OTW.

*# advance the scroll position past the record just shown, so the
*# next call fetches the one after it.

    MOVE L$_WS01_LCF_SEQ(L$_WS01_LCF_IDX)
      TO LCQ_REC_SEQ IN ICA_TRT727_SCROLL_WKSP
                     IN ICA_TRT727_SCROLL_OTW(P$_CURRENT_NUM_SAVED).

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-TAKE-ONE-RECORD			    SECTION.
*--------------------------------------------------
CD-00.

*# a record built on the day opens (or replaces) its file's entry;
*# a record on another day only replaces an entry already open -
*# the later record is the file's standing one wherever it falls.

    MOVE LC_CREATED_TMSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP.
    PERFORM Y-CVT-TMSP-TO-YMD.

    MOVE 0 TO L$_WS01_LCF_FOUND.

    PERFORM VARYING L$_WS01_LCF_IDX FROM 1 BY 1
               UNTIL L$_WS01_LCF_IDX > L$_WS01_LCF_CNT
       IF L$_WS01_LCF_NAME(L$_WS01_LCF_IDX) = LC_FILE_NAME
          SET L$_WS01_LCF_FOUND TO L$_WS01_LCF_IDX
       END-IF
    END-PERFORM.

    IF L$_WS01_LCF_FOUND = ZERO
       IF L$_WS01_ROW_DATE_YMD NOT = L$_WS01_WANT_DATE
       OR L$_WS01_LCF_CNT >= 100
          GO TO CD-EXIT
       END-IF
       ADD 1 TO L$_WS01_LCF_CNT
       MOVE L$_WS01_LCF_CNT TO L$_WS01_LCF_FOUND
    END-IF.

    MOVE SPACES TO L$_WS01_ROW_BANK.

    PERFORM VARYING L$_WS01_BNK_IDX FROM 1 BY 1
               UNTIL L$_WS01_BNK_IDX > 2
       IF L$_WS01_BNK_SOURCE(L$_WS01_BNK_IDX) = LC_SOURCE_PROG
          MOVE L$_WS01_BNK_CODE(L$_WS01_BNK_IDX) TO L$_WS01_ROW_BANK
       END-IF
    END-PERFORM.

    SET L$_WS01_LCF_IDX TO L$_WS01_LCF_FOUND.
    MOVE LC_FILE_NAME         TO L$_WS01_LCF_NAME(L$_WS01_LCF_IDX).
    MOVE L$_WS01_REC_SEQ      TO L$_WS01_LCF_SEQ(L$_WS01_LCF_IDX).
    MOVE LC_STATUS            TO L$_WS01_LCF_STATUS(L$_WS01_LCF_IDX).
    MOVE L$_WS01_ROW_BANK     TO L$_WS01_LCF_BANK(L$_WS01_LCF_IDX).
    MOVE L$_WS01_ROW_DATE_YMD TO L$_WS01_LCF_DATE(L$_WS01_LCF_IDX).
    MOVE I_LIFECYCLE_REC      TO L$_WS01_LCF_REC(L$_WS01_LCF_IDX).

CD-EXIT.
    EXIT.


*--------------------------------------------------
Y-CVT-TMSP-TO-YMD			    SECTION.
*--------------------------------------------------
Y-00.

*# binary timestamp (already in the CVT workspace) to CCYYMMDD.

    MOVE ZERO TO L$_WS01_ROW_DATE_YMD.

    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP.

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0".
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ROW_DATE_YMD(7:2).
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ROW_DATE_YMD(5:2).
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ROW_DATE_YMD(1:4).

Y-EXIT.
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
