*     ADC תרזובמ הטילק יעורז המכ       ריפוא ריפוא 20-JUN-2023 #0006 *
* --------------------------------- ------------- ----------- ----- *
*      רוקמ/גוס יפל תוליעפ חוד ץבוק    יול ןרע    09-AUG-2026 #0007 *
* --------------------------------- ------------- ----------- ----- *
* Rejected records to the repair    TP_ELEVY      15-OCT-2026 #0008 *
* queue (XR-WRITE-REPAIR-REC);                                      *
* SUPP_SEQ reads a corrected                                        *
* supplement under the original                                     *
* TRNF_ID (BKB-SET-SUPPLEMENT-RUN)                                  *
* --------------------------------- ------------- ----------- ----- *
* Runs dated into a closed          TP_ELEVY      15-OCT-2026 #0009 *
* accounting period noted on the                                    *
* prior-period register (B-INIT,                                    *
* ICA_TRF720_PERIOD_CHK)                                            *
*********************************************************************

*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MANIF_PROBE_STATUS.

*# 15-OCT-2026 - TP_ELEVY - record repair queue: every DATA record
*# this run fails on its own field checks or on the 500 catalog
*# lookup is kept here with its reason, for an operator to correct
*# or reject through ICA_TRT724_PUT_DATA; ICA_TRB72U_REPAIR_RELEASE
*# sends the corrected ones back through this program as a
*# supplementary intake - see BKB-SET-SUPPLEMENT-RUN. Own FILE STATUS
*# and no DECLARATIVES - a queue problem must never fail the intake.
    SELECT P_TRB71I_REPAIR
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       RQ_KEY
           FILE STATUS		  IS	       L$_REPAIR_FILE_STATUS.

    SELECT P_TRB71I_REPAIR_PROBE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_REPAIR_PROBE_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
    VALUE OF ID IS L$_MANIF_PROBE_NAME.
 01 P_TRB71I_MANIF_PROBE_REC	PIC X(01).

*# 15-OCT-2026 - TP_ELEVY - record repair queue - layout shared, as a
*# hand-kept convention, with ICA_TRT724_GET_DATA, ICA_TRT724_PUT_
*# DATA and ICA_TRB72U_REPAIR_RELEASE.
*#   RQ_SUPP_SEQ    - zero for the file as received from the source,
*#                    else the supplementary intake the record failed
*#                    in.
*#   RQ_REC_NO      - physical record number in that file.
*#   RQ_ORIG_IMAGE  - the record as read, never changed.
*#   RQ_CURR_IMAGE  - the record as corrected so far.
*#   RQ_RELEASE_SEQ - the supplementary intake that carried the
*#                    corrected record back in.
 FD P_TRB71I_REPAIR
    VALUE OF ID IS L$_P_TRB71I_REPAIR_NAME.
 01 P_TRB71I_REPAIR_REC.
    03 RQ_KEY.
       05 RQ_TRNF_ID		PIC 9(06).
       05 RQ_SUPP_SEQ		PIC 9(03).
       05 RQ_REC_NO		PIC 9(09).
    03 RQ_STATUS		PIC X(01).
       88 RQ_STATUS_OPEN		VALUE "O".
       88 RQ_STATUS_CORRECTED		VALUE "C".
       88 RQ_STATUS_REJECTED		VALUE "R".
       88 RQ_STATUS_RELEASED		VALUE "L".
    03 RQ_REASON_CODE		PIC X(03).
       88 RQ_REASON_INP		VALUE "INP".
       88 RQ_REASON_500		VALUE "500".
    03 RQ_REASON_TEXT		PIC X(40).
    03 RQ_QUEUED_DATE		PIC X(10).
    03 RQ_ACTION_USER		PIC X(12).
    03 RQ_ACTION_TMSP		PIC S9(11)V9(07) COMP.
    03 RQ_REJECT_TEXT		PIC X(40).
    03 RQ_RELEASE_SEQ		PIC 9(03).
    03 RQ_ORIG_IMAGE		PIC X(500).
    03 RQ_CURR_IMAGE		PIC X(500).

 FD P_TRB71I_REPAIR_PROBE
    VALUE OF ID IS L$_REPAIR_PROBE_NAME.
 01 P_TRB71I_REPAIR_PROBE_REC	PIC X(01).

 FD P_TRB71I_METRICS
    VALUE OF ID IS L$_P_TRB71I_METRICS_NAME.
 01 P_TRB71I_METRICS_REC.
 01 L$_MANIF_PROBE_STATUS            PIC X(02).
    88 L$_MANIF_PROBE_FOUND          VALUE "00".

*# 15-OCT-2026 - TP_ELEVY - record repair queue - see XR-WRITE-
*# REPAIR-REC.
 01 L$_P_TRB71I_REPAIR_NAME          PIC X(40)
    VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_QUEUE.IDX".

 01 L$_REPAIR_PROBE_NAME             PIC X(40)
    VALUE "ICA_SI_DAT_DIR:ICA_ADC_REPAIR_QUEUE.IDX".

 01 L$_REPAIR_FILE_STATUS            PIC X(02).
    88 L$_REPAIR_FILE_OK             VALUE "00".
    88 L$_REPAIR_DUP_KEY             VALUE "22".

*# Probing an INDEXED file through a SEQUENTIAL SELECT answers with
*# an organization-mismatch status when the file exists - the one
*# status that means "create it" is file-not-found.
 01 L$_REPAIR_PROBE_STATUS           PIC X(02).
    88 L$_REPAIR_PROBE_OPENED        VALUE "00".
    88 L$_REPAIR_PROBE_NOT_FOUND     VALUE "35".

*# 15-OCT-2026 - TP_ELEVY - supplementary intake - see BKB-SET-
*# SUPPLEMENT-RUN. The name part replaces "ICA_SVB609_FILEIN_" in
*# L$_K_TRB71I_ADC_NAME and leaves the TRNF_ID where it is.
 01 L$_WS01_SUPP_SEQ                 PIC 9(03)       VALUE 0.

 01 L$_SW01_SUPP_RUN                 PIC 9(01)       VALUE 0.
    88 L$_SW01_SUPP_RUN_NO           VALUE 0.
    88 L$_SW01_SUPP_RUN_YES          VALUE 1.

 01 L$_WS01_SUPP_NAME_PART.
    03 FILLER			    PIC X(14)	    VALUE "ICA_SVB609_SUP".
    03 L$_WS01_SUPP_NAME_SEQ	    PIC 9(03).
    03 FILLER			    PIC X(01)	    VALUE "_".

 01 L$_WS01_SUPP_CHUNK_TAG           PIC 9(09).

 01 L$_WS01_VARAIBLES.
    03 L$_WS01_MSM_FILE_NAME        PIC X(30).
    03 L$_WS01_ATR_BATCH_SEQ        PIC 9(06).
*# SYM$_PREREQ_OVERRIDE ("Y") answers yes loudly on the night the
*# registry itself is the problem.
 COPY "ICA_CDD_WKSP:ICA_TRF713_PREREQ_CHK_WKSP"      FROM DICTIONARY.
*# 15-OCT-2026 - TP_ELEVY - accounting-period check (see ICA_
*# TRF720_PERIOD_CHK). The 875 rows of this intake are written by
*# the external handler, so they cannot be re-dated here; a run
*# dated into a closed period is noted on the prior-period register.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"      FROM DICTIONARY.

 01 L$_WS01_PREREQ_OVERRIDE	PIC X(01) VALUE "N".
 01 L$_WS01_PREREQ_DATE		PIC 9(08).
*# 02-SEP-2026 - TP_NHELER - prerequisite gate, checked against the
*# run registry before the intake touches anything.
    PERFORM BH-CHECK-PREREQS

*# 15-OCT-2026 - TP_ELEVY - a run dated into a closed accounting
*# period is noted on the prior-period register for accounting.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "N"
      TO P$_PCK_FUNCTION  IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_TRB71I_APPL"
      TO P$_PCK_PROG_NAME IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE L$_WS01_PREREQ_DATE
      TO P$_PCK_DATE      IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_TRB71I_875_REC

    IF P$_PCK_PRIOR_PERIOD IN ICA_TRF720_PERIOD_CHK_WKSP = "Y"
       DISPLAY "** Run date " L$_WS01_PREREQ_DATE
               " is in a closed accounting period - noted on the "
               "prior-period register."
    END-IF
    .
 B-EXIT.     EXIT.
*----------------------------------------------------------------------
                PERFORM X-ERRORS
             END-IF

*# 15-OCT-2026 - TP_ELEVY - supplementary intake number, passed by
*# ICA_TRB72U_REPAIR_RELEASE - see BKB-SET-SUPPLEMENT-RUN.
	  WHEN PRM_ENT_NAME IN ICA_SVF_HANDLE_PARAM_VALUE_WKSP(L$_IX01_IND)
				    = "SUPP_SEQ"
	     MOVE NUMERIC_PRM_VALUE_1 
                        IN ICA_SVF_HANDLE_PARAM_VALUE_WKSP(L$_IX01_IND) 
               TO L$_WS01_SUPP_SEQ

	  WHEN OTHER
	     MOVE SP$_MSG_ERROR 
               TO SP$_EXIT_STATUS
       PERFORM X-ERRORS
    END-IF

*# 15-OCT-2026 - TP_ELEVY - a supplementary intake starts at stage 1.
    PERFORM BKB-SET-SUPPLEMENT-RUN

    PERFORM X3-COMMIT 
    .  
 BK-EXIT.     EXIT.
*----------------------------------------------------------------------
 BKB-SET-SUPPLEMENT-RUN		    SECTION.
*----------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - SUPP_SEQ above zero: this run is a
*# supplementary intake of records corrected in the repair queue,
*# released by ICA_TRB72U_REPAIR_RELEASE under the TRNF_ID of the
*# file they first came in on. The input is that program's
*# ICA_SVB609_SUP<seq>_<TRNF_ID>.DAT; the per-run outputs get a
*# chunk tag of their own (999999000 + seq) so they never meet the
*# original run's files; and the intake starts at stage 1 whatever
*# the 600 row says - the header/trailer count and the duplicate
*# check of stage 0 are for files received from the source, and the
*# row itself belongs to the original intake (see UA-UPDATE-FILEIN-
*# STATUS).
*----------------------------------------------------------------------
 BKB-00.

    IF L$_WS01_SUPP_SEQ = ZERO
       GO TO BKB-EXIT
    END-IF

    SET L$_SW01_SUPP_RUN_YES	    TO TRUE

    MOVE L$_WS01_SUPP_SEQ	    TO L$_WS01_SUPP_NAME_SEQ

    MOVE L$_WS01_SUPP_NAME_PART
      TO L$_K_TRB71I_ADC_NAME(16:18)

    COMPUTE L$_WS01_SUPP_CHUNK_TAG = 999999000 + L$_WS01_SUPP_SEQ

    MOVE L$_WS01_SUPP_CHUNK_TAG
      TO L$_WS01_ADC_CHUNK_TAG  IN L$_P_TRB71I_875_NAME_X
         L$_WS01_ADC_CHUNK_TAG  IN L$_P_TRB71I_ATR_R_NAME_X
         L$_WS01_ADC_CHUNK_TAG  IN L$_P_TRB71I_ATR_F_NAME
         L$_WS01_ADC_CHUNK_TAG  IN L$_P_TRB71I_MSM_SEND_MSG_NAME
         L$_WS01_ADC_CHUNK_TAG  IN L$_P_TRB71I_MSM_SUM_MSG_NAME

    MOVE L$_P_TRB71I_875_NAME_X
      TO L$_P_TRB71I_875_NAME

    MOVE L$_P_TRB71I_ATR_R_NAME_X
      TO L$_P_TRB71I_ATR_R_NAME

    MOVE 1
      TO INPUT_FILE_STEP_CODE	    IN ICD_TRT_600_TRF_MGNT
				    IN ICD_TRT_600_TRF_MGNT_DBW

    DISPLAY ">>> Supplementary intake #" L$_WS01_SUPP_SEQ
            " - input file: " L$_K_TRB71I_ADC_NAME
    .
 BKB-EXIT.    EXIT.
*----------------------------------------------------------------------
 BKA-CHECK-SRC-TYPE-APPROVED	    SECTION.
*----------------------------------------------------------------------

       ADD L$_WS01_TRX_AMOUNT_9
        TO L$_CT01_INP_REC_SUM_BAD

*# 15-OCT-2026 - TP_ELEVY - into the record repair queue - see
*# XR-WRITE-REPAIR-REC.
       PERFORM XR-WRITE-REPAIR-REC
    END-IF
    .
 DBB-EXIT.     EXIT.
*----------------------------------------------------------------------
 UA-00.

*# 15-OCT-2026 - TP_ELEVY - a supplementary intake runs under the
*# TRNF_ID of a file whose own intake has already finished; that
*# file's FILEIN row is left exactly as its own intake set it.
    IF L$_SW01_SUPP_RUN_YES
       GO TO UA-EXIT
    END-IF

    MOVE SP$_DATE_TIME_BINARY	    IN UTL_GET_DATE_TIME_WKSP
      TO TRNF_INPUTING_
TMSP	    IN ICA_SVM_FILEIN_UPDATE_WKSP
    DISPLAY ">>> TRNF_ID quarantined, reason: " L$_WS01_QUAR_REASON
    .
 XQ-EXIT.     EXIT.
*----------------------------------------------------------------------
 XR-WRITE-REPAIR-REC		    SECTION.
*----------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - one queue entry per DATA record this run
*# fails on its own field checks (DAA) or on the 500 catalog lookup
*# (DAB): the reason, and the record exactly as read, twice - the
*# original, which is never changed, and the working copy
*# ICA_TRT724_PUT_DATA corrects. Keyed by TRNF_ID, supplement number
*# and physical record number, so a recovery rerun over the same
*# file finds its records already queued. A bad-debt movement is
*# ignored by DB, not failed, and is not queued. The queue
*# accumulates across runs, so it is created here on first use
*# through the probe; failures are reported and swallowed, as in XQ.
*----------------------------------------------------------------------
 XR-00.

    IF L$_WS01_BAD_DEBT_YES   IN ICA_TRB71I_ACCUM_INTRF_REC
                              IN K_TRB71I_ADC_REC
       GO TO XR-EXIT
    END-IF

    OPEN INPUT P_TRB71I_REPAIR_PROBE

    IF L$_REPAIR_PROBE_NOT_FOUND
       OPEN OUTPUT P_TRB71I_REPAIR
       CLOSE P_TRB71I_REPAIR
    ELSE
       IF L$_REPAIR_PROBE_OPENED
          CLOSE P_TRB71I_REPAIR_PROBE
       END-IF
    END-IF

    OPEN I-O P_TRB71I_REPAIR

    IF NOT L$_REPAIR_FILE_OK
       DISPLAY "** WARNING - repair queue could not be opened, "
               "status: " L$_REPAIR_FILE_STATUS
       GO TO XR-EXIT
    END-IF

    INITIALIZE P_TRB71I_REPAIR_REC

    MOVE TRNF_ID		    IN ICD_TRT_600_TRF_MGNT_PRW
			    IN ICD_TRT_600_TRF_MGNT_DBW
      TO RQ_TRNF_ID

    MOVE L$_WS01_SUPP_SEQ	TO RQ_SUPP_SEQ
    MOVE L$_CT01_INP_REC_COUNT	TO RQ_REC_NO

    IF L$_WS01_REC_STAT_DESC_500
       SET RQ_REASON_500		TO TRUE
    ELSE
       SET RQ_REASON_INP		TO TRUE
    END-IF

    MOVE L$_WS01_REC_STAT_DESC	IN ICA_TRB71I_MSM_MGS_REC
      TO RQ_REASON_TEXT

    MOVE L$_WS01_CURRENT_DATE	TO RQ_QUEUED_DATE
    SET RQ_STATUS_OPEN		TO TRUE

    MOVE K_TRB71I_ADC_REC
      TO RQ_ORIG_IMAGE
         RQ_CURR_IMAGE

    WRITE P_TRB71I_REPAIR_REC

    EVALUATE TRUE
       WHEN L$_REPAIR_FILE_OK
          DISPLAY ">>> Record #" L$_CT01_INP_REC_COUNT WITH CONVERSION
                  " queued for repair, reason: " RQ_REASON_CODE
       WHEN L$_REPAIR_DUP_KEY
          DISPLAY ">>> Record #" L$_CT01_INP_REC_COUNT WITH CONVERSION
                  " already in the repair queue"
       WHEN OTHER
          DISPLAY "** WARNING - repair queue record not written, "
                  "status: " L$_REPAIR_FILE_STATUS
    END-EVALUATE

    CLOSE P_TRB71I_REPAIR
    .
 XR-EXIT.     EXIT.
*----------------------------------------------------------------------
 X-ERRORS	    SECTION.
*----------------------------------------------------------------------
