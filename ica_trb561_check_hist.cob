           FILE STATUS  IS L$_PATH_DEFS_FILE_STATUS
           RESERVE 10 AREAS.

*# 15-OCT-2026 - TP_ELEVY - elapsed-time history: one record per
*# selected input record (path) and one per whole method pass, with
*# start/end times, appended by W1-WRITE-ELAPSED-HST so slowdowns show
*# up run over run. Companion to TRB562's results history, which
*# keeps its fixed P/F record; ICA_TRB568_ELAPSED_TREND reads both.
    SELECT O_ELAPSED_HST_FILE
           ASSIGN TO FILE_A
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS SP$_COBRMS_FILE_STATUS
           RESERVE 10 AREAS.

*###################################################################*
DATA	 	 	 	 	     DIVISION.
*###################################################################*           
       05 PD_FLD_LEN             PIC 9(02).
       05 PD_FLD_TGT_POS         PIC 9(03).

*# 15-OCT-2026 - TP_ELEVY - elapsed-time history record - shared, as a
*# hand-kept convention, with ICA_TRB568_ELAPSED_TREND:
*#   ET_PATH_NUM    - P$_PATH_NUM of the input record timed; 00 marks
*#                    the whole method pass.
*#   ET_REC_NUMBER  - L$_IN_REC_NUMBER of that record (0 for a pass).
*#   ET_*_TMSP      - UTL_GET_DATE_TIME binary times (days).
*#   ET_RESUMED     - "Y" on a pass record when the pass was resumed
*#                    from a checkpoint, so it does not cover the
*#                    whole input file.
FD  O_ELAPSED_HST_FILE
    VALUE OF ID IS L$_ELAPSED_HST_FILE_NAME.
01  O_ELAPSED_HST_REC.
    03 ET_RUN_DATE               PIC 9(08).
    03 ET_OPER_ID                PIC 9(16).
    03 ET_METHOD_IX              PIC 9(01).
    03 ET_PATH_NUM               PIC 9(02).
    03 ET_REC_NUMBER             PIC 9(07).
    03 ET_START_TMSP             PIC S9(11)V9(07) COMP.
    03 ET_END_TMSP               PIC S9(11)V9(07) COMP.
    03 ET_ELAPSED_SEC            PIC 9(07)V9(02).
    03 ET_RESUMED                PIC X(01).

*====================================================================
WORKING-STORAGE 	 	 	     SECTION.
*====================================================================         

01 L$_PD_FLD_IX                 PIC 9(01).

*# 15-OCT-2026 - TP_ELEVY - elapsed-time history - see
*# O_ELAPSED_HST_FILE / W1-WRITE-ELAPSED-HST.
01 L$_ELAPSED_HST_FILE_NAME     PIC X(42)
   VALUE "ICA_TR_DAT_DIR:ICA_TRB561_ELAPSED_HST.DAT".

01 L$_RUN_DATE                  PIC 9(08) VALUE 0.
01 L$_PASS_START_TMSP           PIC S9(11)V9(07) COMP.
01 L$_PATH_START_TMSP           PIC S9(11)V9(07) COMP.
01 L$_ET_START_TMSP             PIC S9(11)V9(07) COMP.
01 L$_ET_PATH_NUM               PIC 9(02).
01 L$_ET_REC_NUMBER             PIC 9(07).

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_BINARY_WKSP"  	FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"       	FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"       	FROM DICTIONARY

    END-IF.

*--------------------------------------------------*
007-I-O-PROBLEM                             SECTION.
*--------------------------------------------------*
    USE AFTER STANDARD ERROR PROCEDURE ON O_ELAPSED_HST_FILE.
007.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
    THEN

       DISPLAY "O_ELAPSED_HST_FILE ERROR: " L$_ELAPSED_HST_FILE_NAME
       MOVE RMS-CURRENT-STS TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV TO P$_RMS_CURRENT_STV
       CALL 'ICA_ICF_XLATE_RMS_STS' USING ICA_RMS_MSG_WKSP
       DISPLAY MSG_TEXT IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT IN ICA_RMS_MSG_WKSP(2)
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE "SEC:DECLARATIVES 007-I-O-PROBLEM"  TO  SP$_ACW_FREE_TEXT

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY  REFERENCE UTL_EXIT_ROUTINE_WKSP

    END-IF.

END DECLARATIVES.
  
*#-----------------------------------------------------------------------------
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP.
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP.

*# 15-OCT-2026 - TP_ELEVY - run date, CCYYMMDD, stamped on every
*# elapsed-time history record this run writes.
    MOVE SP$_DATE_TIME_BINARY   IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY   IN UTL_CVT_DATE_DDMMYYYY_WKSP.
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP.
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
    THEN
        MOVE ZERO TO L$_RUN_DATE
    ELSE
        INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
                REPLACING ALL " " BY "0"
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
          TO L$_RUN_DATE(7:2)
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
          TO L$_RUN_DATE(5:2)
        MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
          TO L$_RUN_DATE(1:4)
    END-IF.

B-EXIT.
     EXIT.

    PERFORM D1-UPDATE-6060.
    PERFORM D2-OPEN-FILES.

*# 15-OCT-2026 - TP_ELEVY - the pass is timed from here, after the
*# 6060 update and its DELTA_TIME wait, to the end of the input file.
    CALL "UTL_GET_DATE_TIME"    USING UTL_GET_DATE_TIME_WKSP.
    MOVE SP$_DATE_TIME_BINARY   IN UTL_GET_DATE_TIME_WKSP
      TO L$_PASS_START_TMSP.

*#  ומויסל דע טלקה ץבוק לע האלול
    PERFORM UNTIL L$_EOF_IN_FILE


        IF L$_PATH_IS_SELECTED
        THEN
*# 15-OCT-2026 - TP_ELEVY - start of this path's elapsed time.
            CALL "UTL_GET_DATE_TIME"    USING UTL_GET_DATE_TIME_WKSP
            MOVE SP$_DATE_TIME_BINARY   IN UTL_GET_DATE_TIME_WKSP
              TO L$_PATH_START_TMSP
*#  רטליפ תניטורב לופיטו םירטמרפ תרבעה - הירוטסהל האירקה תנכה
            PERFORM G-PREPARE-HIST-PARAMS
*#  הירוטסההמ תומושר תפילשל רוסרק תחיתפ

*#  הירוטסההמ הפילשל רוסרק תריגס
            PERFORM MC-CLOSE-CURSOR-HGA

*# 15-OCT-2026 - TP_ELEVY - record this path's start/end times.
            MOVE L$_PATH_START_TMSP     TO L$_ET_START_TMSP
            MOVE P$_PATH_NUM IN I_CHECK_REC
              TO L$_ET_PATH_NUM
            MOVE L$_IN_REC_NUMBER       TO L$_ET_REC_NUMBER
            PERFORM W1-WRITE-ELAPSED-HST
        ELSE
            MOVE ZERO TO L$_OUT_REC_NUMBER
        END-IF

    END-PERFORM.

*# 15-OCT-2026 - TP_ELEVY - record the whole method pass (path 00).
    MOVE L$_PASS_START_TMSP     TO L$_ET_START_TMSP.
    MOVE ZERO                   TO L$_ET_PATH_NUM
                                   L$_ET_REC_NUMBER.
    PERFORM W1-WRITE-ELAPSED-HST.

    PERFORM D3-CLOSE-FILES.

CA-EXIT.
X2-EXIT.
     EXIT.    
    
*#-----------------------------------------------------------------------------
W1-WRITE-ELAPSED-HST                            SECTION.
*#-----------------------------------------------------------------------------
*# Section: W1-WRITE-ELAPSED-HST
*# Purpose: Append one elapsed-time record for the current method.
*# Description: 15-OCT-2026 - TP_ELEVY - L$_ET_START_TMSP,
*#   L$_ET_PATH_NUM and L$_ET_REC_NUMBER are set by the caller; the
*#   end time is taken here. The history accumulates every run ever
*#   made, so it is opened and closed around each record the same way
*#   U3-WRITE-CKPT-FILE handles the checkpoint, EXTEND if it already
*#   exists (probed through O_PROBE_FILE), OUTPUT otherwise.
*#-----------------------------------------------------------------------------
W1-00.

    CALL "UTL_GET_DATE_TIME"    USING UTL_GET_DATE_TIME_WKSP.

    MOVE L$_ELAPSED_HST_FILE_NAME TO L$_PROBE_FILE_NAME.
    OPEN INPUT O_PROBE_FILE.

    IF L$_PROBE_FILE_FOUND
    THEN
        CLOSE O_PROBE_FILE
        OPEN EXTEND O_ELAPSED_HST_FILE
    ELSE
        OPEN OUTPUT O_ELAPSED_HST_FILE
    END-IF.

    INITIALIZE O_ELAPSED_HST_REC.
    MOVE L$_RUN_DATE            TO ET_RUN_DATE.
    MOVE SYM$_OPER_ID           TO ET_OPER_ID.
    MOVE L$_METHOD_IX           TO ET_METHOD_IX.
    MOVE L$_ET_PATH_NUM         TO ET_PATH_NUM.
    MOVE L$_ET_REC_NUMBER       TO ET_REC_NUMBER.
    MOVE L$_ET_START_TMSP       TO ET_START_TMSP.
    MOVE SP$_DATE_TIME_BINARY   IN UTL_GET_DATE_TIME_WKSP
      TO ET_END_TMSP.
    COMPUTE ET_ELAPSED_SEC ROUNDED =
            (ET_END_TMSP - ET_START_TMSP) * 86400
        ON SIZE ERROR
            MOVE 9999999.99 TO ET_ELAPSED_SEC
    END-COMPUTE.

    IF L$_ET_PATH_NUM = ZERO AND L$_APPEND_OUT_YES
    THEN
        MOVE "Y" TO ET_RESUMED
    ELSE
        MOVE "N" TO ET_RESUMED
    END-IF.

    WRITE O_ELAPSED_HST_REC.

    CLOSE O_ELAPSED_HST_FILE.

W1-EXIT.
    EXIT.

*#-----------------------------------------------------------------------------
Z-FINISH 				SECTION.
*#-----------------------------------------------------------------------------
