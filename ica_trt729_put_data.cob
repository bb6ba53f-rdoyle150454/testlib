*###### PROGRAM_NAME:  [ICA_TRT729_PUT_DATA.COB        ] ###########*
*#                                                                 #*
*#                   [                                ] : תכרעמ תת #*
*#                                [ICA_TRT729_PUT_DATA] :לודומה םש #*
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
*                          2556     15-OCT-2026  TP_ELEVY   New panel over
*                                                           the accounting
*                                                           period-close
*                                                           calendar kept
*                                                           by finance. "S"
*                                                           sets a period's
*                                                           close date (the
*                                                           period is
*                                                           closed from
*                                                           that day on)
*                                                           and who closed
*                                                           it; "D" drops
*                                                           a close not yet
*                                                           in force. Both
*                                                           need PERIOD-
*                                                           CLOSE. A close
*                                                           in force is
*                                                           never changed
*                                                           here. ICA_
*                                                           TRF720_PERIOD_
*                                                           CHK applies the
*                                                           calendar to
*                                                           every 875
*                                                           posting.
*
********************************************************************************

IDENTIFICATION DIVISION.
************************
PROGRAM-ID. ICA_TRT729_PUT_DATA.
******************************

ENVIRONMENT DIVISION.
*********************
INPUT-OUTPUT SECTION.
*--------------------
FILE-CONTROL.

*   The period-close calendar - created on the first close ever
*   set, read by ICA_TRF720_PERIOD_CHK.
    SELECT IO_PERIOD_CAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       PC_PERIOD
           FILE STATUS		  IS	       L$_CAL_STATUS.

    SELECT I_CAL_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_CAL_PROBE_STATUS.

DATA DIVISION.
**************
FILE SECTION.
*------------

*   One period - hand-kept record convention shared with ICA_
*   TRF720_PERIOD_CHK and ICA_TRB72Z_PRIOR_PERIOD.
*     PC_PERIOD       - the accounting period, CCYYMM.
*     PC_CLOSE_DATE   - the period is closed from this date on.
*     PC_CLOSED_BY    - the finance operator who set the close.
FD IO_PERIOD_CAL_FILE
   VALUE OF ID IS L$_CAL_FILE_NAME.
01 IO_PERIOD_CAL_REC.
   03 PC_PERIOD                     PIC 9(06).
   03 PC_CLOSE_DATE                 PIC 9(08).
   03 PC_CLOSED_BY                  PIC X(12).
   03 PC_ENTERED_TMSP               PIC S9(11)V9(07) COMP.
   03 PC_NOTE                       PIC X(40).

FD I_CAL_PROBE_FILE
   VALUE OF ID IS L$_CAL_PROBE_NAME.
01 I_CAL_PROBE_REC                  PIC X(01).

*-----------------------

WORKING-STORAGE SECTION.

*# 15-OCT-2026 14:10:00.00 - TP_ELEVY - include the TLG wksp
     COPY "ICA_CDD_WKSP:ICA_TLG_WKSP" FROM DICTIONARY.

*-----------------------
01 ICA_ICF_EXCEPTION_HANDLER
   PIC S9(9) COMP VALUE EXTERNAL ICA_ICF_EXCEPTION_HANDLER.

01 L$_CAL_FILE_NAME                 PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_PERIOD_CAL.IDX".

01 L$_CAL_PROBE_NAME                PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TR_PERIOD_CAL.IDX".

01 L$_CAL_STATUS                    PIC X(02).
   88 L$_CAL_OK			    VALUE "00".
   88 L$_CAL_NOT_FOUND		    VALUE "23".

*   Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*   an organization-mismatch status when the file exists - the one
*   status that means "create it" is file-not-found.
01 L$_CAL_PROBE_STATUS              PIC X(02).
   88 L$_CAL_PROBE_OPENED		    VALUE "00".
   88 L$_CAL_PROBE_NOT_FOUND		    VALUE "35".

01 L$_WS01_ACTION                   PIC X(01).
   88 L$_WS01_ACTION_SET		    VALUE "S".
   88 L$_WS01_ACTION_DROP		    VALUE "D".

01 L$_SW01_ON_CAL                   PIC 9(01) VALUE 0.
   88 L$_SW01_ON_CAL_NO		    VALUE 0.
   88 L$_SW01_ON_CAL_YES		    VALUE 1.

01 L$_WS01_TODAY_YMD                PIC 9(08).
01 L$_WS01_CLOSE_DATE               PIC 9(08).

*   the period asked for, and its neighbours - a year/month view
*   for the step either way.
01 L$_WS01_PERIOD.
   03 L$_WS01_PERIOD_YYYY           PIC 9(04).
   03 L$_WS01_PERIOD_MM             PIC 9(02).
01 L$_WS01_PERIOD_N REDEFINES L$_WS01_PERIOD
                                    PIC 9(06).

01 L$_WS01_NEIGHBOUR.
   03 L$_WS01_NEIGHBOUR_YYYY        PIC 9(04).
   03 L$_WS01_NEIGHBOUR_MM          PIC 9(02).
01 L$_WS01_NEIGHBOUR_N REDEFINES L$_WS01_NEIGHBOUR
                                    PIC 9(06).

COPY "ICA_CDD_WKSP:ICA_ERROR_HANDLE_WKSP"           FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"              FROM DICTIONARY.
COPY "ICA_SOURCE:ICA_OPCODE_TYPES.INC".
COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
COPY "UTL_SOURCE:UTL_MESSAGE.INC".
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"      FROM DICTIONARY.

COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

*---------------
LINKAGE SECTION.
*---------------

*   New dictionary members, in the PRT key/data convention:
*     ICA_TRT729_KEY  - PC_PERIOD, the period, CCYYMM.
*     ICA_TRT729_DATA - P$_DSP_ACTION ("S" set the close, "D" drop
*                       it), PC_CLOSE_DATE and PC_NOTE for "S".
COPY "ICA_CDD_WKSP:ICA_TRT729_KEY"      FROM DICTIONARY
	REPLACING ICA_TRT729_KEY BY ICA_TRT729_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_TRT729_DATA"      FROM DICTIONARY
	REPLACING ICA_TRT729_DATA BY ICA_TRT729_DATA_ITW.
COPY "ICA_CDD_WKSP:ICA_MPQ_CTW"                 FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CONTROL_ACW"             FROM DICTIONARY.


***************************************************************

PROCEDURE DIVISION USING ICA_TRT729_KEY_INW
                         ICA_TRT729_DATA_ITW
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


*# 15-OCT-2026 14:10:00.00 - TP_ELEVY - Move prog name to TLG wksp
     MOVE "ICA_TRT729_PUT_DATA"
       TO P$_PROG_NAME IN ICA_TLG_WKSP.

*# 15-OCT-2026 14:10:00.00 - TP_ELEVY - Call to TLG interface routine
     COPY "ICA_SOURCE:ICA_INIT_PROG.INC".


    COPY "ICA_SOURCE:ICA_MUS_INIT_GET_DATA.INC".

*   Establish condition EXCEPTION_HANDLER.
    CALL 'LIB$ESTABLISH' USING BY VALUE ICA_ICF_EXCEPTION_HANDLER.

* initialize ERROR HANDLING routine workspace.

    INITIALIZE ICA_ERROR_HANDLE_WKSP.

    MOVE V$_DISPLAY TO P$_OPCODE IN ICA_ERROR_HANDLE_WKSP.

    MOVE SP$_MSG_NORMAL TO SP$_ACW_PROC_AUX_STATUS.
    MOVE "S" TO SP$_ACW_FORM_MSG_SEVERITY.

    MOVE P$_DSP_ACTION IN ICA_TRT729_DATA_ITW TO L$_WS01_ACTION.
    MOVE PC_PERIOD     IN ICA_TRT729_KEY_INW  TO L$_WS01_PERIOD_N.


B-EXIT.
    EXIT.


*--------------------------------------------------
C-PROCESS				    SECTION.
*--------------------------------------------------
C-00.

    IF NOT L$_WS01_ACTION_SET
   AND NOT L$_WS01_ACTION_DROP
       MOVE "ACTION MUST BE S OR D - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    IF L$_WS01_PERIOD_YYYY < 2000
    OR L$_WS01_PERIOD_MM < 1
    OR L$_WS01_PERIOD_MM > 12
       MOVE "PERIOD MUST BE A VALID CCYYMM - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       PERFORM Z-FINISH
    END-IF.

    PERFORM CA-CHECK-ENTITLE.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP.

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

    PERFORM CB-OPEN-CALENDAR.

    IF L$_WS01_ACTION_SET
       PERFORM CC-SET-CLOSE
    ELSE
       PERFORM CD-DROP-CLOSE
    END-IF.

    CLOSE IO_PERIOD_CAL_FILE.

    MOVE SPACES TO SP$_ACW_FORM_MSG.
    IF L$_WS01_ACTION_SET
       STRING "PERIOD " L$_WS01_PERIOD_N
              " CLOSES ON " L$_WS01_CLOSE_DATE
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    ELSE
       STRING "CLOSE OF PERIOD " L$_WS01_PERIOD_N " DROPPED"
         DELIMITED BY SIZE
         INTO SP$_ACW_FORM_MSG
    END-IF.

C-EXIT.
    EXIT.


*--------------------------------------------------
CA-CHECK-ENTITLE			    SECTION.
*--------------------------------------------------
CA-00.

*# closing the books is finance's alone - one grant for setting
*# and dropping a close.

    INITIALIZE ICA_PRF356_CHECK_ENTITLE_WKSP.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO P$_ENT_USER_NAME IN ICA_PRF356_CHECK_ENTITLE_WKSP.
    MOVE "PERIOD-CLOSE"
      TO P$_ENT_FUNCTION  IN ICA_PRF356_CHECK_ENTITLE_WKSP.

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
CB-OPEN-CALENDAR			    SECTION.
*--------------------------------------------------
CB-00.

*# create-on-first-use, the ICA_TRF712_RUN_REG probe convention -
*# the first close ever set should not need a DBA to pre-create
*# the calendar.

    OPEN INPUT I_CAL_PROBE_FILE.

    IF L$_CAL_PROBE_NOT_FOUND
       OPEN OUTPUT IO_PERIOD_CAL_FILE
       CLOSE IO_PERIOD_CAL_FILE
    ELSE
       IF L$_CAL_PROBE_OPENED
          CLOSE I_CAL_PROBE_FILE
       END-IF
    END-IF.

    OPEN I-O IO_PERIOD_CAL_FILE.

    IF NOT L$_CAL_OK
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       PERFORM Z-FINISH
    END-IF.

CB-EXIT.
    EXIT.


*--------------------------------------------------
CC-SET-CLOSE				    SECTION.
*--------------------------------------------------
CC-00.

*# the books close in period order: a period may not close before
*# the month ahead of it, and a close set today for a past day is
*# set for today - postings already made stay where they are.

    MOVE PC_CLOSE_DATE IN ICA_TRT729_DATA_ITW TO L$_WS01_CLOSE_DATE.

    IF L$_WS01_CLOSE_DATE(1:6) < L$_WS01_PERIOD_N
       MOVE "CLOSE DATE IS BEFORE THE PERIOD ITSELF - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_PERIOD_CAL_FILE
       PERFORM Z-FINISH
    END-IF.

    IF L$_WS01_CLOSE_DATE < L$_WS01_TODAY_YMD
       MOVE L$_WS01_TODAY_YMD TO L$_WS01_CLOSE_DATE
    END-IF.

    PERFORM CE-CHECK-NOT-IN-FORCE.

*#  the month before must already be on the calendar, closing no
*#  later than this one - unless this is the calendar's first entry.

    MOVE L$_WS01_PERIOD_N TO L$_WS01_NEIGHBOUR_N.
    IF L$_WS01_NEIGHBOUR_MM = 1
       SUBTRACT 1 FROM L$_WS01_NEIGHBOUR_YYYY
       MOVE 12 TO L$_WS01_NEIGHBOUR_MM
    ELSE
       SUBTRACT 1 FROM L$_WS01_NEIGHBOUR_MM
    END-IF.

    MOVE L$_WS01_NEIGHBOUR_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.
    READ IO_PERIOD_CAL_FILE.

    IF L$_CAL_OK
       IF PC_CLOSE_DATE IN IO_PERIOD_CAL_REC > L$_WS01_CLOSE_DATE
          MOVE "THE MONTH BEFORE CLOSES LATER - NOT SAVED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_PERIOD_CAL_FILE
          PERFORM Z-FINISH
       END-IF
    ELSE
       MOVE ZERO TO PC_PERIOD IN IO_PERIOD_CAL_REC
       START IO_PERIOD_CAL_FILE KEY NOT < PC_PERIOD IN IO_PERIOD_CAL_REC
       IF L$_CAL_OK
          READ IO_PERIOD_CAL_FILE NEXT
       END-IF
       IF L$_CAL_OK
      AND PC_PERIOD IN IO_PERIOD_CAL_REC NOT = L$_WS01_PERIOD_N
          MOVE "THE MONTH BEFORE IS NOT ON THE CALENDAR - NOT SAVED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_PERIOD_CAL_FILE
          PERFORM Z-FINISH
       END-IF
    END-IF.

*#  and the month after, if already on the calendar, may not close
*#  before this one.

    MOVE L$_WS01_PERIOD_N TO L$_WS01_NEIGHBOUR_N.
    IF L$_WS01_NEIGHBOUR_MM = 12
       ADD 1 TO L$_WS01_NEIGHBOUR_YYYY
       MOVE 1 TO L$_WS01_NEIGHBOUR_MM
    ELSE
       ADD 1 TO L$_WS01_NEIGHBOUR_MM
    END-IF.

    MOVE L$_WS01_NEIGHBOUR_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.
    READ IO_PERIOD_CAL_FILE.

    IF L$_CAL_OK
   AND PC_CLOSE_DATE IN IO_PERIOD_CAL_REC < L$_WS01_CLOSE_DATE
       MOVE "THE MONTH AFTER CLOSES EARLIER - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_PERIOD_CAL_FILE
       PERFORM Z-FINISH
    END-IF.

    MOVE L$_WS01_PERIOD_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.
    READ IO_PERIOD_CAL_FILE.

    IF L$_CAL_OK
       SET L$_SW01_ON_CAL_YES TO TRUE
    ELSE
       SET L$_SW01_ON_CAL_NO TO TRUE
       MOVE L$_WS01_PERIOD_N TO PC_PERIOD IN IO_PERIOD_CAL_REC
    END-IF.

    MOVE L$_WS01_CLOSE_DATE TO PC_CLOSE_DATE IN IO_PERIOD_CAL_REC.
    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO PC_CLOSED_BY.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO PC_ENTERED_TMSP.
    MOVE PC_NOTE IN ICA_TRT729_DATA_ITW
      TO PC_NOTE IN IO_PERIOD_CAL_REC.

    IF L$_SW01_ON_CAL_YES
       REWRITE IO_PERIOD_CAL_REC
          INVALID KEY
             MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
             CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                            ICA_XLATE_MSG_WKSP
             CLOSE IO_PERIOD_CAL_FILE
             PERFORM Z-FINISH
       END-REWRITE
    ELSE
       WRITE IO_PERIOD_CAL_REC
          INVALID KEY
             MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
             CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                            ICA_XLATE_MSG_WKSP
             CLOSE IO_PERIOD_CAL_FILE
             PERFORM Z-FINISH
       END-WRITE
    END-IF.

CC-EXIT.
    EXIT.


*--------------------------------------------------
CD-DROP-CLOSE				    SECTION.
*--------------------------------------------------
CD-00.

*# only a close still to come is dropped, and never one the month
*# after it depends on.

    MOVE L$_WS01_PERIOD_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.

    READ IO_PERIOD_CAL_FILE
       INVALID KEY
          MOVE "PERIOD NOT ON THE CALENDAR - NOT SAVED"
            TO SP$_ACW_FORM_MSG
          MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CLOSE IO_PERIOD_CAL_FILE
          PERFORM Z-FINISH
    END-READ.

    PERFORM CE-CHECK-NOT-IN-FORCE.

    MOVE L$_WS01_PERIOD_N TO L$_WS01_NEIGHBOUR_N.
    IF L$_WS01_NEIGHBOUR_MM = 12
       ADD 1 TO L$_WS01_NEIGHBOUR_YYYY
       MOVE 1 TO L$_WS01_NEIGHBOUR_MM
    ELSE
       ADD 1 TO L$_WS01_NEIGHBOUR_MM
    END-IF.

    MOVE L$_WS01_NEIGHBOUR_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.
    READ IO_PERIOD_CAL_FILE.

    IF L$_CAL_OK
       MOVE "THE MONTH AFTER IS ON THE CALENDAR - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_PERIOD_CAL_FILE
       PERFORM Z-FINISH
    END-IF.

    MOVE L$_WS01_PERIOD_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.

    DELETE IO_PERIOD_CAL_FILE
       INVALID KEY
          MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
          CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                         ICA_XLATE_MSG_WKSP
          CLOSE IO_PERIOD_CAL_FILE
          PERFORM Z-FINISH
    END-DELETE.

CD-EXIT.
    EXIT.


*--------------------------------------------------
CE-CHECK-NOT-IN-FORCE			    SECTION.
*--------------------------------------------------
CE-00.

*# a close already in force is history: postings have been re-dated
*# against it and accounting has signed them off. It is not changed
*# from a panel.

    MOVE L$_WS01_PERIOD_N TO PC_PERIOD IN IO_PERIOD_CAL_REC.

    READ IO_PERIOD_CAL_FILE.

    IF L$_CAL_OK
   AND PC_CLOSE_DATE IN IO_PERIOD_CAL_REC NOT > L$_WS01_TODAY_YMD
       MOVE "PERIOD ALREADY CLOSED - NOT SAVED"
         TO SP$_ACW_FORM_MSG
       MOVE "E" TO SP$_ACW_FORM_MSG_SEVERITY
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CLOSE IO_PERIOD_CAL_FILE
       PERFORM Z-FINISH
    END-IF.

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
