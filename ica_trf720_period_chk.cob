*********************************************************************
******* PROGRAM_NAME: [ICA_TRF720_PERIOD_CHK.COB] *******************
*                                                                   *
*                                    [TR sub-system]                *
*         Accounting-period close check for 875 history writers   *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Finance keeps the period-close calendar on ICA_TRT729_PUT_DATA: *
*  one entry per accounting period (CCYYMM) with the date it       *
*  closes and who closed it.  A period is closed from its close    *
*  date on.  Every program that writes 875 history rows calls     *
*  this routine with the row just before the WRITE:                *
*                                                                   *
*    "R" - the row's UPDATE_TMSP is checked; a row dated into a    *
*          closed period is re-dated IN PLACE to the first day of  *
*          the first open period after it, and one entry goes to   *
*          the prior-period register - that entry is the row's     *
*          prior-period adjustment tag.  ICA_TRB72Z_PRIOR_PERIOD   *
*          lists the day's register for accounting's sign-off.     *
*    "D" - a date (P$_PCK_DATE) is answered only: closed or not,  *
*          and the posting date it moves to.  No row, no register. *
*    "N" - as "D", and a closed-period date is noted in the        *
*          register as a run-level entry - for a writer whose 875  *
*          rows are written for it by a called handler, so cannot  *
*          be re-dated here.                                        *
*                                                                   *
*  The calendar is read once per process.  No calendar means every *
*  period is open.  Never fails the caller (the ICA_TRF712_RUN_REG *
*  stance) - a register that cannot be written is displayed loudly *
*  and the row is still re-dated.                                  *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*       P$_PCK_FUNCTION      I    "R" re-date the row, "D" answer  *
*                                  a date, "N" answer and note.     *
*       P$_PCK_PROG_NAME     I    calling program name.             *
*       P$_PCK_DATE          I    the date asked about, CCYYMMDD    *
*                                  ("D"/"N" only).                   *
*       P$_PCK_PRIOR_PERIOD  O    "Y" the date fell in a closed     *
*                                  period, "N" it did not.           *
*       P$_PCK_ORIG_DATE     O    the date as it came, CCYYMMDD.    *
*       P$_PCK_POST_DATE     O    the date it posts on, CCYYMMDD -  *
*                                  the original when not prior.      *
*       875 row             I/O   the caller's 875 record ("R"      *
*                                  re-dates UPDATE_TMSP in it).      *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I_PERIOD_CAL_FILE        I   period-close calendar.         *
*       O_PRIOR_PERIOD_FILE      O   prior-period register.         *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRF720_PERIOD_CHK.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   The period-close calendar, maintained by finance on ICA_TRT729_
*   PUT_DATA. No DECLARATIVES - every outcome is a status check and
*   nothing here may take the calling posting program down.
    SELECT I_PERIOD_CAL_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       PC_PERIOD
           FILE STATUS		  IS	       L$_CAL_STATUS.

*   The prior-period register - probe decides OUTPUT vs EXTEND.
    SELECT O_PRIOR_PERIOD_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PPR_STATUS.

    SELECT O_PPR_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_PPR_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Calendar record - shared, as a hand-kept convention, with
*   ICA_TRT729_PUT_DATA and ICA_TRB72Z_PRIOR_PERIOD.
*     PC_PERIOD       - the accounting period, CCYYMM.
*     PC_CLOSE_DATE   - the period is closed from this date on.
*     PC_CLOSED_BY    - the finance operator who closed it.
 FD I_PERIOD_CAL_FILE
    VALUE OF ID IS L$_CAL_FILE_NAME.
 01 I_PERIOD_CAL_REC.
    03 PC_PERIOD                    PIC 9(06).
    03 PC_CLOSE_DATE                PIC 9(08).
    03 PC_CLOSED_BY                 PIC X(12).
    03 PC_ENTERED_TMSP              PIC S9(11)V9(07) COMP.
    03 PC_NOTE                      PIC X(40).

*   Register record - shared, as a hand-kept convention, with
*   ICA_TRB72Z_PRIOR_PERIOD and ICA_TRB717_GL_JOURNAL.
*     PP_LOG_DATE     - the day the posting program ran.
*     PP_ENTRY_TYPE   - "R" an 875 row re-dated, "N" a run dated
*                       into a closed period (no row re-dated).
*     PP_AMOUNT_SLICE - the row's ten-byte OLD_VALUE slice, marker
*                       and amount, as the writer stored it.
 FD O_PRIOR_PERIOD_FILE
    VALUE OF ID IS L$_PPR_FILE_NAME.
 01 O_PRIOR_PERIOD_REC.
    03 PP_LOG_DATE                  PIC 9(08).
    03 PP_PROG_NAME                 PIC X(26).
    03 PP_ENTRY_TYPE                PIC X(01).
       88 PP_ENTRY_ROW			    VALUE "R".
       88 PP_ENTRY_NOTE			    VALUE "N".
    03 PP_ACCUM_INTR_ID             PIC X(20).
    03 PP_MEANING_CODE              PIC 9(04).
    03 PP_AMOUNT_SLICE              PIC X(10).
    03 PP_ORIG_DATE                 PIC 9(08).
    03 PP_NEW_DATE                  PIC 9(08).
    03 PP_NEW_TMSP                  PIC S9(11)V9(07) COMP.
    03 PP_LOGGED_TMSP               PIC S9(11)V9(07) COMP.

 FD O_PPR_PROBE_FILE
    VALUE OF ID IS L$_PPR_PROBE_NAME.
 01 O_PPR_PROBE_REC                 PIC X(01).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_CAL_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PERIOD_CAL.IDX".

 01 L$_PPR_FILE_NAME                PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PRIOR_PERIOD.DAT".

 01 L$_PPR_PROBE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_PRIOR_PERIOD.DAT".

 01 L$_CAL_STATUS                   PIC X(02).
    88 L$_CAL_OK			    VALUE "00".

 01 L$_PPR_STATUS                   PIC X(02).
    88 L$_PPR_OK			    VALUE "00".

 01 L$_PPR_PROBE_STATUS             PIC X(02).
    88 L$_PPR_PROBE_FOUND		    VALUE "00".

*   the calendar, read once per process - the switch survives from
*   call to call in this routine's own storage.
 01 L$_SW01_CAL_LOADED              PIC 9(01) VALUE 0.
    88 L$_SW01_CAL_LOADED_NO		    VALUE 0.
    88 L$_SW01_CAL_LOADED_YES		    VALUE 1.

 01 L$_SW01_EOF_CAL                 PIC 9(01) VALUE 0.
    88 L$_SW01_EOF_CAL_NO		    VALUE 0.
    88 L$_SW01_EOF_CAL_YES		    VALUE 1.

 01 L$_SW01_PERIOD_CLOSED           PIC 9(01) VALUE 0.
    88 L$_SW01_PERIOD_CLOSED_NO		    VALUE 0.
    88 L$_SW01_PERIOD_CLOSED_YES		    VALUE 1.

*   twenty years of months - more than the calendar will ever hold.
 01 L$_WS01_PCL_TBL.
    03 L$_WS01_PCL_CNT              PIC 9(03)       VALUE 0.
    03 L$_WS01_PCL_ENTRY  OCCURS 240 TIMES
                          INDEXED BY L$_WS01_PCL_IDX.
       05 L$_WS01_PCL_PERIOD        PIC 9(06).
       05 L$_WS01_PCL_CLOSE_DATE    PIC 9(08).

 01 L$_WS01_TODAY_YMD               PIC 9(08)       VALUE 0.
 01 L$_WS01_CHK_DATE_YMD            PIC 9(08).
 01 L$_WS01_NEW_DATE_YMD            PIC 9(08).
 01 L$_WS01_NEW_TMSP                PIC S9(11)V9(07) COMP.
 01 L$_WS01_WALK_CNT                PIC 9(03).

*   the period being walked, with its year/month view for the step
*   to the next month.
 01 L$_WS01_WALK_PERIOD.
    03 L$_WS01_WALK_YYYY            PIC 9(04).
    03 L$_WS01_WALK_MM              PIC 9(02).
 01 L$_WS01_WALK_PERIOD_N REDEFINES L$_WS01_WALK_PERIOD
                                    PIC 9(06).

*   the first open day, in the DD/MM/YYYY form the date-to-binary
*   conversion takes.
 01 L$_WS01_NEW_DATE_DMY.
    03 L$_WS01_NEW_DD               PIC X(02)       VALUE "01".
    03 FILLER                       PIC X(01)       VALUE "/".
    03 L$_WS01_NEW_MM               PIC 9(02).
    03 FILLER                       PIC X(01)       VALUE "/".
    03 L$_WS01_NEW_YYYY             PIC 9(04).

 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_2_WKSP'    FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
*   New dictionary member. Assumed shape (see Parameters box):
*     P$_PCK_FUNCTION      PIC X(01).
*     P$_PCK_PROG_NAME     PIC X(26).
*     P$_PCK_DATE          PIC 9(08).
*     P$_PCK_PRIOR_PERIOD  PIC X(01).
*     P$_PCK_ORIG_DATE     PIC 9(08).
*     P$_PCK_POST_DATE     PIC 9(08).
 COPY 'ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP'       FROM DICTIONARY.

*   the caller's 875 row, in the dictionary layout every writer
*   already declares.
 COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"          FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P$_PCK_875_REC.

*********************************************************************
 PROCEDURE DIVISION USING ICA_TRF720_PERIOD_CHK_WKSP
                          P$_PCK_875_REC.
*********************************************************************

*--------------------------------------------------------------------
 A-MAIN		    SECTION.
*--------------------------------------------------------------------
 A-00.

    MOVE "N"  TO P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE ZERO TO P$_PCK_ORIG_DATE    IN ICA_TRF720_PERIOD_CHK_WKSP
                 P$_PCK_POST_DATE    IN ICA_TRF720_PERIOD_CHK_WKSP

    IF L$_SW01_CAL_LOADED_NO
       PERFORM B-LOAD-CALENDAR
    END-IF

    EVALUATE P$_PCK_FUNCTION IN ICA_TRF720_PERIOD_CHK_WKSP
        WHEN "R"
             PERFORM C-CHECK-ROW
        WHEN "D"
             MOVE P$_PCK_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
               TO L$_WS01_CHK_DATE_YMD
             PERFORM D-CHECK-DATE
        WHEN "N"
             MOVE P$_PCK_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
               TO L$_WS01_CHK_DATE_YMD
             PERFORM D-CHECK-DATE
             IF P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP
                = "Y"
                PERFORM E-LOG-PRIOR-PERIOD
             END-IF
        WHEN OTHER
             DISPLAY "** WARNING - period check called with "
                     "function '"
                     P$_PCK_FUNCTION IN ICA_TRF720_PERIOD_CHK_WKSP
                     "' by "
                     P$_PCK_PROG_NAME IN ICA_TRF720_PERIOD_CHK_WKSP
                     " - nothing checked"
    END-EVALUATE
    .
 A-EXIT.
    EXIT PROGRAM.
*--------------------------------------------------------------------
 B-LOAD-CALENDAR			SECTION.
*--------------------------------------------------------------------
*# today decides which closes are in force; the calendar comes in
*# key order, so the table is in period order with no sorting here.
 B-00.

    SET L$_SW01_CAL_LOADED_YES TO TRUE

    INITIALIZE L$_WS01_PCL_TBL

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    PERFORM BA-CVT-TMSP-TO-YMD
    MOVE L$_WS01_CHK_DATE_YMD TO L$_WS01_TODAY_YMD

    OPEN INPUT I_PERIOD_CAL_FILE

    IF NOT L$_CAL_OK
       DISPLAY "** No period-close calendar, status: " L$_CAL_STATUS
               " - every period is open."
       GO TO B-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_CAL_YES
       READ I_PERIOD_CAL_FILE NEXT
          AT END
             SET L$_SW01_EOF_CAL_YES TO TRUE
          NOT AT END
             IF L$_WS01_PCL_CNT < 240
                ADD 1 TO L$_WS01_PCL_CNT
                SET L$_WS01_PCL_IDX TO L$_WS01_PCL_CNT
                MOVE PC_PERIOD
                  TO L$_WS01_PCL_PERIOD(L$_WS01_PCL_IDX)
                MOVE PC_CLOSE_DATE
                  TO L$_WS01_PCL_CLOSE_DATE(L$_WS01_PCL_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 240 calendar "
                        "periods - extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_PERIOD_CAL_FILE
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-CVT-TMSP-TO-YMD			SECTION.
*--------------------------------------------------------------------
*# binary timestamp (already in the CVT workspace) to CCYYMMDD -
*# TRB711's SDA-CHECK-ONE-DAY idiom.
 BA-00.

    MOVE ZERO TO L$_WS01_CHK_DATE_YMD

    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO BA-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_CHK_DATE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_CHK_DATE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_CHK_DATE_YMD(1:4)
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-CHECK-ROW				SECTION.
*--------------------------------------------------------------------
*# the row's own timestamp is its posting date. Dated into a closed
*# period, it is moved to midnight of the first open day and tagged
*# in the register with both dates.
 C-00.

    MOVE UPDATE_TMSP IN P$_PCK_875_REC
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP
    PERFORM BA-CVT-TMSP-TO-YMD

    IF L$_WS01_CHK_DATE_YMD = ZERO
       DISPLAY "** WARNING - 875 row timestamp not convertible, "
               "ACCUM:" ACCUM_INTR_ID IN P$_PCK_875_REC
               " - period not checked"
       GO TO C-EXIT
    END-IF

    PERFORM D-CHECK-DATE

    IF P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP NOT = "Y"
       GO TO C-EXIT
    END-IF

    MOVE L$_WS01_WALK_MM   TO L$_WS01_NEW_MM
    MOVE L$_WS01_WALK_YYYY TO L$_WS01_NEW_YYYY
    MOVE L$_WS01_NEW_DATE_DMY
      TO SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_2_WKSP
    CALL 'UTL_CVT_DATE_DDMMYYYY_2' USING UTL_CVT_DATE_DDMMYYYY_2_WKSP

    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_2_WKSP IS FAILURE
       DISPLAY "** WARNING - first open day " L$_WS01_NEW_DATE_DMY
               " not convertible - 875 row NOT re-dated, ACCUM:"
               ACCUM_INTR_ID IN P$_PCK_875_REC
       MOVE "N" TO P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP
       MOVE P$_PCK_ORIG_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
         TO P$_PCK_POST_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
       GO TO C-EXIT
    END-IF

    MOVE SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_2_WKSP
      TO L$_WS01_NEW_TMSP
         UPDATE_TMSP IN P$_PCK_875_REC

    PERFORM E-LOG-PRIOR-PERIOD
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-CHECK-DATE				SECTION.
*--------------------------------------------------------------------
*# walk forward a month at a time from the date's own period until
*# a period that is not closed - closes run in period order, so
*# the walk is short, and it can never pass the table's end.
 D-00.

    MOVE L$_WS01_CHK_DATE_YMD
      TO P$_PCK_ORIG_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
         P$_PCK_POST_DATE IN ICA_TRF720_PERIOD_CHK_WKSP

    MOVE L$_WS01_CHK_DATE_YMD(1:6) TO L$_WS01_WALK_PERIOD_N

    PERFORM DA-IS-PERIOD-CLOSED

    IF L$_SW01_PERIOD_CLOSED_NO
       GO TO D-EXIT
    END-IF

    MOVE ZERO TO L$_WS01_WALK_CNT

    PERFORM UNTIL L$_SW01_PERIOD_CLOSED_NO
               OR L$_WS01_WALK_CNT > 240
       IF L$_WS01_WALK_MM = 12
          ADD 1 TO L$_WS01_WALK_YYYY
          MOVE 1 TO L$_WS01_WALK_MM
       ELSE
          ADD 1 TO L$_WS01_WALK_MM
       END-IF
       ADD 1 TO L$_WS01_WALK_CNT
       PERFORM DA-IS-PERIOD-CLOSED
    END-PERFORM

    MOVE L$_WS01_WALK_PERIOD_N TO L$_WS01_NEW_DATE_YMD(1:6)
    MOVE "01"                  TO L$_WS01_NEW_DATE_YMD(7:2)

    MOVE "Y"  TO P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE L$_WS01_NEW_DATE_YMD
      TO P$_PCK_POST_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
    .
 D-EXIT.    EXIT.
*--------------------------------------------------------------------
 DA-IS-PERIOD-CLOSED			SECTION.
*--------------------------------------------------------------------
*# closed = on the calendar with a close date already reached; a
*# close scheduled for a later day is not in force yet.
 DA-00.

    SET L$_SW01_PERIOD_CLOSED_NO TO TRUE

    PERFORM VARYING L$_WS01_PCL_IDX FROM 1 BY 1
              UNTIL L$_WS01_PCL_IDX > L$_WS01_PCL_CNT
       IF L$_WS01_PCL_PERIOD(L$_WS01_PCL_IDX) = L$_WS01_WALK_PERIOD_N
      AND L$_WS01_PCL_CLOSE_DATE(L$_WS01_PCL_IDX)
          NOT > L$_WS01_TODAY_YMD
          SET L$_SW01_PERIOD_CLOSED_YES TO TRUE
       END-IF
    END-PERFORM
    .
 DA-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-LOG-PRIOR-PERIOD			SECTION.
*--------------------------------------------------------------------
*# the register entry IS the prior-period tag - without it the
*# daily report cannot show the posting, so a failure here is loud.
 E-00.

    OPEN INPUT O_PPR_PROBE_FILE

    IF L$_PPR_PROBE_FOUND
       CLOSE O_PPR_PROBE_FILE
       OPEN EXTEND O_PRIOR_PERIOD_FILE
    ELSE
       OPEN OUTPUT O_PRIOR_PERIOD_FILE
    END-IF

    IF NOT L$_PPR_OK
       DISPLAY "** WARNING - prior-period register could not be "
               "opened, status: " L$_PPR_STATUS
       DISPLAY "** prior-period posting by "
               P$_PCK_PROG_NAME IN ICA_TRF720_PERIOD_CHK_WKSP
               " from " P$_PCK_ORIG_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
               " to " P$_PCK_POST_DATE IN ICA_TRF720_PERIOD_CHK_WKSP
               " is NOT on the register - report it to accounting."
       GO TO E-EXIT
    END-IF

    INITIALIZE O_PRIOR_PERIOD_REC

    MOVE L$_WS01_TODAY_YMD TO PP_LOG_DATE
    MOVE P$_PCK_PROG_NAME  IN ICA_TRF720_PERIOD_CHK_WKSP
      TO PP_PROG_NAME
    MOVE P$_PCK_ORIG_DATE  IN ICA_TRF720_PERIOD_CHK_WKSP
      TO PP_ORIG_DATE
    MOVE P$_PCK_POST_DATE  IN ICA_TRF720_PERIOD_CHK_WKSP
      TO PP_NEW_DATE

    IF P$_PCK_FUNCTION IN ICA_TRF720_PERIOD_CHK_WKSP = "R"
       SET PP_ENTRY_ROW TO TRUE
       MOVE ACCUM_INTR_ID       IN P$_PCK_875_REC
         TO PP_ACCUM_INTR_ID
       MOVE UPDATE_MEANING_CODE IN P$_PCK_875_REC
         TO PP_MEANING_CODE
       MOVE OLD_VALUE           IN P$_PCK_875_REC(1:10)
         TO PP_AMOUNT_SLICE
       MOVE L$_WS01_NEW_TMSP    TO PP_NEW_TMSP
    ELSE
       SET PP_ENTRY_NOTE TO TRUE
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO PP_LOGGED_TMSP

    WRITE O_PRIOR_PERIOD_REC

    IF NOT L$_PPR_OK
       DISPLAY "** WARNING - prior-period register entry not "
               "written, status: " L$_PPR_STATUS
    END-IF

    CLOSE O_PRIOR_PERIOD_FILE
    .
 E-EXIT.    EXIT.
