*       Field name         I/O   Description (meaning, values, use)*
*       BILL_YEAR           I    billing year, CCYY.                *
*       OPER_ID             I    run id - names the output files.   *
*       RUN_MODE            I    blank bill / "R" retro / "S" what- *
*                                 if simulation of a proposed       *
*                                 tariff (no 670 written).          *
*       SIM_RISE_THRESHOLD  I    mode S: a member whose charge      *
*                                 rises by more than this is listed.*
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*                                     type.                          *
*       P_DUES_670_FILE          O   native 670 debit records.      *
*       O_REGISTER_FILE          O   billing register.              *
*       I_PROP_TARIFF_FILE       I   proposed dues tariff (mode S). *
*       I_PLAN_FILE              I   PRB353 installment plans (S).  *
*       I_LEDGER_FILE            I   dues receivable ledger (R, S). *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
*  register lines and balancing                                     *
*  izun.                                                            *
* --------------------------------- ------------- ----------- ---- *
*  Ledger record follows PRB362's   TP_ELEVY     15-OCT-2026  2153 *
*  paid-by-direct-credit fields.     (see I_LEDGER_FILE)            *
* --------------------------------- ------------- ----------- ---- *
*  Terminated members (ICA_PRB364_  TP_ELEVY     15-OCT-2026  2154 *
*  TERMINATE) are not billed.        (see CA-BILL-ONE-MEMBER)       *
* --------------------------------- ------------- ----------- ---- *
*  What-if mode ("S"): prices the   TP_ELEVY     15-OCT-2026  2166 *
*  member base at the current and    (see S-SIMULATE-ONE-MEMBER)    *
*  a proposed tariff with the same                                  *
*  proration and household rules,                                   *
*  writes no 670, and reports                                       *
*  revenue per type, members over                                   *
*  the rise threshold, installment                                  *
*  plan and expected-receipt                                        *
*  effects.                                                         *
* --------------------------------- ------------- ----------- ---- *
*  Run manifest: every table        TP_ELEVY     15-OCT-2026  2172 *
*  loaded (tariff, households,       (see BM-MANIFEST-START)        *
*  proposed tariff, plans) is                                       *
*  recorded - records, checksum,                                    *
*  version, revision time - by                                      *
*  ICA_TRF721_RUN_MANIFEST under                                    *
*  OPER_ID.                                                         *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   RECORD KEY		  IS	       LG_KEY
           FILE STATUS		  IS	       L$_RETRO_LDG_STATUS.

* 15-OCT-2026 - TP_ELEVY - what-if mode: the proposed tariff, same
*              record as the live one - no proposal, no simulation.
    SELECT I_PROP_TARIFF_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

* 15-OCT-2026 - TP_ELEVY - what-if mode: ICA_PRB353_INSTALLMENTS's
*              plan store, read only. Missing store = no plans - own
*              status, no DECLARATIVES.
    SELECT I_PLAN_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_SIM_PLAN_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
    03 LG_STATUS		PIC X(01).
    03 LG_STATUS_DATE		PIC 9(08).
    03 LG_DUN_LEVEL		PIC 9(01).
* 15-OCT-2026 - TP_ELEVY - what direct member credits settled (PRB362
*              mode "P"); retro works off LG_AMOUNT, the billed charge.
    03 LG_PAID_AMT		PIC S9(12)V99.
    03 LG_PAID_DATE		PIC 9(08).

 FD I_PROP_TARIFF_FILE
    VALUE OF ID IS L$_PROP_TARIFF_NAME.
 01 I_PROP_TARIFF_REC.
    03 PT_MEMBERSHIP_TYPE           PIC 9(02).
    03 PT_ANNUAL_AMT                PIC S9(07)V99.
    03 PT_VALID_FROM                PIC 9(08).
    03 PT_VALID_TO                  PIC 9(08).

* 15-OCT-2026 - TP_ELEVY - same record ICA_PRB353_INSTALLMENTS keeps.
 FD I_PLAN_FILE
    VALUE OF ID IS L$_PLAN_FILE_NAME.
 01 I_PLAN_REC.
    03 PLN_PLAN_ID                  PIC 9(08).
    03 PLN_CLB_MEM_KEY              PIC X(30).
    03 PLN_TOTAL_AMT                PIC S9(09)V99.
    03 PLN_NUM_PAYMENTS             PIC 9(03).
    03 PLN_START_MONTH              PIC 9(06).
    03 PLN_PAYMENTS_MADE            PIC 9(03).
    03 PLN_REMAINING_BAL            PIC S9(09)V99.
    03 PLN_STATUS                   PIC X(01).

 FD P_DUES_670_FILE
    VALUE OF ID IS L$_P_DUES_670_NAME.
 01 L$_WS03_RETRO.
    03 L$_WS03_RUN_MODE             PIC X(01).
       88 L$_WS03_MODE_RETRO		    VALUE "R".
       88 L$_WS03_MODE_SIMULATE		    VALUE "S".
    03 L$_WS03_FROM_DATE            PIC 9(08).
    03 L$_WS03_TO_DATE              PIC 9(08).
    03 L$_WS03_MEMBERSHIP_TYPE      PIC 9(02).
    88 L$_SW02_FAMILY_RATE_YES		    VALUE 1.
 01 L$_CT02_FAMILY_BILLED           PIC 9(05)       VALUE 0.

* 15-OCT-2026 - TP_ELEVY - what-if mode. Each member is priced twice
* through the very same CB-FIND-TARIFF / CC-PRORATE-AMOUNT, once with
* the live tariff and once with the proposal swapped into
* L$_WS01_TAR_TBL; the two saved tables below are byte-for-byte
* images of it.
 01 L$_PROP_TARIFF_NAME             PIC X(46)
    VALUE "ICA_IN_DAT_DIR:ICA_PRB348_DUES_TARIFF_PROP.DAT".

 01 L$_PLAN_FILE_NAME               PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_PRB353_PLANS.DAT".

 01 L$_SIM_PLAN_STATUS              PIC X(02).
    88 L$_SIM_PLAN_FOUND		    VALUE "00".

 01 L$_WS04_CUR_TAR_TBL.
    03 FILLER                       PIC 9(02).
    03 FILLER                       PIC 9(02).
    03 FILLER             OCCURS 50 TIMES.
       05 FILLER                    PIC 9(02).
       05 FILLER                    PIC S9(07)V99 COMP.
       05 FILLER                    PIC 9(08).
       05 FILLER                    PIC 9(08).
 01 L$_WS04_PROP_TAR_TBL.
    03 FILLER                       PIC 9(02).
    03 FILLER                       PIC 9(02).
    03 FILLER             OCCURS 50 TIMES.
       05 FILLER                    PIC 9(02).
       05 FILLER                    PIC S9(07)V99 COMP.
       05 FILLER                    PIC 9(08).
       05 FILLER                    PIC 9(08).

 01 L$_WS04_SIM.
    03 L$_WS04_RISE_THRESHOLD       PIC S9(07)V99.
    03 L$_WS04_CUR_AMT              PIC S9(09)V99.
    03 L$_WS04_PROP_AMT             PIC S9(09)V99.
    03 L$_WS04_DIFF_AMT             PIC S9(09)V99.
    03 L$_WS04_FAMILY_SAVE          PIC 9(05).
    03 L$_WS04_CUR_INST_AMT         PIC S9(09)V99.
    03 L$_WS04_PROP_INST_AMT        PIC S9(09)V99.
    03 L$_WS04_TYPE_NUM             PIC 9(03).
    03 L$_WS04_COLLECT_RATE         PIC 9V9(04).
    03 L$_WS04_CUR_PRICED           PIC 9(01).
       88 L$_WS04_CUR_PRICED_NO		    VALUE 0.
       88 L$_WS04_CUR_PRICED_YES	    VALUE 1.
    03 L$_WS04_PROP_PRICED          PIC 9(01).
       88 L$_WS04_PROP_PRICED_NO	    VALUE 0.
       88 L$_WS04_PROP_PRICED_YES	    VALUE 1.
 01 LD$_AMT2                        PIC -(9)9.99.
 01 LD$_AMT3                        PIC -(9)9.99.
 01 LD$_RATE                        PIC 9.9999.

*   revenue per membership type (type + 1 is the entry).
 01 L$_WS04_TYPE_TBL.
    03 L$_WS04_TYPE_ENTRY OCCURS 100 TIMES
                          INDEXED BY L$_WS04_TYPE_IDX.
       05 L$_WS04_TYPE_MEMBERS      PIC 9(07).
       05 L$_WS04_TYPE_CUR_REV      PIC S9(12)V99 COMP.
       05 L$_WS04_TYPE_PROP_REV     PIC S9(12)V99 COMP.

*   open installment plans, by member key - a member's first open
*   plan is the one repriced.
 01 L$_WS04_PLAN_TBL.
    03 L$_WS04_PLAN_CNT             PIC 9(03)       VALUE 0.
    03 L$_WS04_PLAN_FOUND           PIC 9(03)       VALUE 0.
    03 L$_WS04_PLAN_ENTRY OCCURS 500 TIMES
                          INDEXED BY L$_WS04_PLAN_IDX.
       05 L$_WS04_PLAN_ID           PIC 9(08).
       05 L$_WS04_PLAN_MEM_KEY      PIC X(30).
       05 L$_WS04_PLAN_TOTAL_AMT    PIC S9(09)V99.
       05 L$_WS04_PLAN_NUM_PAYMENTS PIC 9(03).
       05 L$_WS04_PLAN_PAYMENTS_MADE PIC 9(03).
       05 L$_WS04_PLAN_REMAINING_BAL PIC S9(09)V99.

 01 L$_SW04_EOF_PLAN                PIC 9(01) VALUE 0.
    88 L$_SW04_EOF_PLAN_NO		    VALUE 0.
    88 L$_SW04_EOF_PLAN_YES		    VALUE 1.
 01 L$_SW04_EOF_PROP                PIC 9(01) VALUE 0.
    88 L$_SW04_EOF_PROP_NO		    VALUE 0.
    88 L$_SW04_EOF_PROP_YES		    VALUE 1.

 01 L$_CT04_COUNTERS.
    03 L$_CT04_MEMBERS_PRICED       PIC 9(09).
    03 L$_CT04_RISEN                PIC 9(09).
    03 L$_CT04_FELL                 PIC 9(09).
    03 L$_CT04_DROPPED              PIC 9(09).
    03 L$_CT04_NEWLY_BILLED         PIC 9(09).
    03 L$_CT04_CUR_TOTAL            PIC S9(12)V99 COMP.
    03 L$_CT04_PROP_TOTAL           PIC S9(12)V99 COMP.
    03 L$_CT04_PLANS_AFFECTED       PIC 9(09).
    03 L$_CT04_PLAN_INST_DIFF       PIC S9(12)V99 COMP.
    03 L$_CT04_PLAN_BAL_DIFF        PIC S9(12)V99 COMP.
    03 L$_CT04_LDG_BASE_AMT         PIC S9(12)V99 COMP.
    03 L$_CT04_LDG_COLLECTED_AMT    PIC S9(12)V99 COMP.
    03 L$_CT04_CUR_EXPECTED         PIC S9(12)V99 COMP.
    03 L$_CT04_PROP_EXPECTED        PIC S9(12)V99 COMP.

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_SWEEP	    PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SWEEP_NO		    VALUE 0.
 COPY "ICA_CDD_WKSP:ICA_TRT_669_FIN_STTLMNT_VAL"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_TRT_674_CURNCY_TYP_VAL"      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRT_327_BANKS_VAL"	      FROM DICTIONARY.
* 15-OCT-2026 - TP_ELEVY - run manifest (see ICA_TRF721_RUN_MANIFEST):
*              every table this run loads, under its OPER_ID.
 COPY "ICA_CDD_WKSP:ICA_TRF721_RUN_MANIFEST_WKSP"    FROM DICTIONARY.

* ICD copies
*-----------
*   New dictionary member. Assumed shape (see Parameters box):
*     BILL_YEAR - billing year, CCYY.
*     OPER_ID   - run id.
*     SIM_RISE_THRESHOLD - PIC S9(07)V99, mode S only.
 COPY 'ICA_CDD_WKSP:ICA_PRB348_CLUB_DUES_WKSP'        FROM DICTIONARY.

*********************************************************************
       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 004-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_PROP_TARIFF_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_PROP_TARIFF_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 004-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
    MOVE RETRO_OLD_ANNUAL_AMT  IN ICA_PRB348_CLUB_DUES_INP
      TO L$_WS03_OLD_ANNUAL_AMT

* 15-OCT-2026 - TP_ELEVY - the what-if mode's rise threshold.
    INITIALIZE L$_WS04_SIM
               L$_WS04_TYPE_TBL
               L$_WS04_PLAN_TBL
               L$_CT04_COUNTERS
    MOVE SIM_RISE_THRESHOLD    IN ICA_PRB348_CLUB_DUES_INP
      TO L$_WS04_RISE_THRESHOLD

    MOVE OPER_ID	    IN ICA_PRB348_CLUB_DUES_INP
      TO L$_WS01_OPER_ID    IN L$_P_DUES_670_NAME
         L$_WS01_OPER_ID    IN L$_O_REGISTER_NAME
    OPEN OUTPUT O_REGISTER_FILE
    DISPLAY "Open Output File: " L$_O_REGISTER_NAME

* 15-OCT-2026 - TP_ELEVY - a simulation is not a billing; its
*              register says so at the top.
    IF L$_WS03_MODE_SIMULATE
       MOVE "Dues tariff what-if simulation - NOTHING BILLED"
         TO MSG	IN O_REGISTER_REC
    ELSE
       MOVE "Annual club dues billing register"
         TO MSG	IN O_REGISTER_REC
    END-IF
    PERFORM CE-WRITE-REGISTER-LINE

    PERFORM BA-LOAD-TARIFF
* 02-SEP-2026 - TP_GAHARO - household links for the family rate.
    PERFORM BH-LOAD-HOUSEHOLDS

* 15-OCT-2026 - TP_ELEVY - what-if mode: the proposal, the open plans
*              and the ledger's collection history; no 670 file is
*              opened, so none can be written.
    IF L$_WS03_MODE_SIMULATE
       PERFORM BS-LOAD-PROP-TARIFF
       PERFORM BP-LOAD-PLANS
       PERFORM BL-LEDGER-COLLECT-RATE
    ELSE
       OPEN OUTPUT P_DUES_670_FILE
       DISPLAY "Open Output File: " L$_P_DUES_670_NAME
    END-IF

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

*# charging nothing and calling it a run.
 BA-00.

* 15-OCT-2026 - TP_ELEVY - the file goes on the run manifest.
    PERFORM BM-MANIFEST-START
    MOVE L$_TARIFF_FILE_NAME
      TO P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT I_TARIFF_FILE
    DISPLAY "Open Input File: " L$_TARIFF_FILE_NAME

          AT END
             SET L$_SW01_EOF_TARIFF_YES TO TRUE
          NOT AT END
             MOVE I_TARIFF_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BM1-MANIFEST-ADD-REC
             IF L$_WS01_TAR_CNT < 50
                ADD 1 TO L$_WS01_TAR_CNT
                SET L$_WS01_TAR_IDX TO L$_WS01_TAR_CNT
    END-PERFORM

    CLOSE I_TARIFF_FILE
    PERFORM BM2-MANIFEST-WRITE

    IF L$_WS01_TAR_CNT = ZERO
       DISPLAY "** Dues tariff file empty - nothing can be billed."
*# bills at the single-member rate, the pre-link behaviour.
 BH-00.

* 15-OCT-2026 - TP_ELEVY - the file goes on the run manifest.
    PERFORM BM-MANIFEST-START
    MOVE L$_HOUSEHOLD_NAME
      TO P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT I_HOUSEHOLD_FILE

    IF NOT L$_HH_FILE_FOUND
       DISPLAY "No household link file - single-member rates only."
       MOVE "N"
         TO P$_MAN_FILE_FOUND IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BM2-MANIFEST-WRITE
       GO TO BH-EXIT
    END-IF

          AT END
             SET L$_SW02_EOF_HH_YES TO TRUE
          NOT AT END
             MOVE I_HOUSEHOLD_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BM1-MANIFEST-ADD-REC
             IF L$_WS02_HH_CNT < 500
                ADD 1 TO L$_WS02_HH_CNT
                SET L$_WS02_HH_IDX TO L$_WS02_HH_CNT
    END-PERFORM

    CLOSE I_HOUSEHOLD_FILE
    PERFORM BM2-MANIFEST-WRITE

    DISPLAY "Household links loaded: ", L$_WS02_HH_CNT
    .
 BH-EXIT.    EXIT.
*--------------------------------------------------------------------
 BS-LOAD-PROP-TARIFF			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the proposed tariff, loaded the way
*# BA-LOAD-TARIFF loads the live one and into the same table, so
*# CB-FIND-TARIFF reads it unchanged; both are then kept aside and
*# swapped in per member. An empty proposal refuses the run.
 BS-00.

    MOVE L$_WS01_TAR_TBL  TO L$_WS04_CUR_TAR_TBL
    INITIALIZE L$_WS01_TAR_TBL

* 15-OCT-2026 - TP_ELEVY - the file goes on the run manifest.
    PERFORM BM-MANIFEST-START
    MOVE L$_PROP_TARIFF_NAME
      TO P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT I_PROP_TARIFF_FILE
    DISPLAY "Open Input File: " L$_PROP_TARIFF_NAME

    PERFORM UNTIL L$_SW04_EOF_PROP_YES
       READ I_PROP_TARIFF_FILE
          AT END
             SET L$_SW04_EOF_PROP_YES TO TRUE
          NOT AT END
             MOVE I_PROP_TARIFF_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BM1-MANIFEST-ADD-REC
             IF L$_WS01_TAR_CNT < 50
                ADD 1 TO L$_WS01_TAR_CNT
                SET L$_WS01_TAR_IDX TO L$_WS01_TAR_CNT
                MOVE PT_MEMBERSHIP_TYPE
                  TO L$_WS01_TAR_TYPE(L$_WS01_TAR_IDX)
                MOVE PT_ANNUAL_AMT
                  TO L$_WS01_TAR_ANNUAL_AMT(L$_WS01_TAR_IDX)
                MOVE PT_VALID_FROM
                  TO L$_WS01_TAR_FROM(L$_WS01_TAR_IDX)
                MOVE PT_VALID_TO
                  TO L$_WS01_TAR_TO(L$_WS01_TAR_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 50 proposed tariff "
                        "rows - extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_PROP_TARIFF_FILE
    PERFORM BM2-MANIFEST-WRITE

    IF L$_WS01_TAR_CNT = ZERO
       DISPLAY "** Proposed tariff file empty - nothing to simulate."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    DISPLAY "Proposed tariff rows loaded: ", L$_WS01_TAR_CNT

    MOVE L$_WS01_TAR_TBL  TO L$_WS04_PROP_TAR_TBL
    .
 BS-EXIT.    EXIT.
*--------------------------------------------------------------------
 BP-LOAD-PLANS				SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the plans ICA_PRB353_INSTALLMENTS still
*# collects on. An open plan carries its member's charge, so a
*# changed charge reprices it; a closed or paid-up one is history.
 BP-00.

* 15-OCT-2026 - TP_ELEVY - the file goes on the run manifest.
    PERFORM BM-MANIFEST-START
    MOVE L$_PLAN_FILE_NAME
      TO P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT I_PLAN_FILE

    IF NOT L$_SIM_PLAN_FOUND
       DISPLAY "No installment plan store - no plan effect."
       MOVE "N"
         TO P$_MAN_FILE_FOUND IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BM2-MANIFEST-WRITE
       GO TO BP-EXIT
    END-IF

    PERFORM UNTIL L$_SW04_EOF_PLAN_YES
       READ I_PLAN_FILE
          AT END
             SET L$_SW04_EOF_PLAN_YES TO TRUE
          NOT AT END
             MOVE I_PLAN_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BM1-MANIFEST-ADD-REC
             IF PLN_STATUS NOT = "C"
            AND PLN_REMAINING_BAL > ZERO
            AND PLN_NUM_PAYMENTS > ZERO
                IF L$_WS04_PLAN_CNT < 500
                   ADD 1 TO L$_WS04_PLAN_CNT
                   SET L$_WS04_PLAN_IDX TO L$_WS04_PLAN_CNT
                   MOVE PLN_PLAN_ID
                     TO L$_WS04_PLAN_ID(L$_WS04_PLAN_IDX)
                   MOVE PLN_CLB_MEM_KEY
                     TO L$_WS04_PLAN_MEM_KEY(L$_WS04_PLAN_IDX)
                   MOVE PLN_TOTAL_AMT
                     TO L$_WS04_PLAN_TOTAL_AMT(L$_WS04_PLAN_IDX)
                   MOVE PLN_NUM_PAYMENTS
                     TO L$_WS04_PLAN_NUM_PAYMENTS(L$_WS04_PLAN_IDX)
                   MOVE PLN_PAYMENTS_MADE
                     TO L$_WS04_PLAN_PAYMENTS_MADE(L$_WS04_PLAN_IDX)
                   MOVE PLN_REMAINING_BAL
                     TO L$_WS04_PLAN_REMAINING_BAL(L$_WS04_PLAN_IDX)
                ELSE
                   DISPLAY "*** WARNING: more than 500 open plans "
                           "- extras ignored ***"
                END-IF
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_PLAN_FILE
    PERFORM BM2-MANIFEST-WRITE

    DISPLAY "Open installment plans loaded: ", L$_WS04_PLAN_CNT
    .
 BP-EXIT.    EXIT.
*--------------------------------------------------------------------
 BM-MANIFEST-START			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - a fresh run-manifest workspace for the
*# next table loaded, keyed by program and OPER_ID - the run key of
*# every output file this run names. The loader then names its file.
 BM-00.

    INITIALIZE ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE "ICA_PRB348_CLUB_DUES"
      TO P$_MAN_PROG_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE OPER_ID	   IN ICA_PRB348_CLUB_DUES_INP
      TO P$_MAN_RUN_KEY    IN ICA_TRF721_RUN_MANIFEST_WKSP
    .
 BM-EXIT.    EXIT.
*--------------------------------------------------------------------
 BM1-MANIFEST-ADD-REC			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - one record just read: counted and
*# checksummed.
 BM1-00.

    MOVE "A"
      TO P$_MAN_FUNCTION   IN ICA_TRF721_RUN_MANIFEST_WKSP
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP
    .
 BM1-EXIT.    EXIT.
*--------------------------------------------------------------------
 BM2-MANIFEST-WRITE			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the table is loaded (or was not there):
*# its manifest entry is written. Never fails the run.
 BM2-00.

    MOVE "W"
      TO P$_MAN_FUNCTION   IN ICA_TRF721_RUN_MANIFEST_WKSP
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP
    .
 BM2-EXIT.    EXIT.
*--------------------------------------------------------------------
 BL-LEDGER-COLLECT-RATE			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - what the dues ledger has actually
*# collected of what it billed, over every entry whose outcome is
*# known: cleared ("C") in full, paid direct ("P") and failed ("F")
*# for what was paid. Still-open entries prove nothing yet. Expected
*# receipts are the charges at this rate; with no ledger history
*# the rate is taken as one, and the summary says so.
 BL-00.

    MOVE 1 TO L$_WS04_COLLECT_RATE

    OPEN INPUT I_LEDGER_FILE

    IF NOT L$_RETRO_LDG_FOUND
       DISPLAY "No receivable ledger - expected receipts at 100%."
       GO TO BL-EXIT
    END-IF

    PERFORM UNTIL L$_SW03_EOF_LDG_YES
       READ I_LEDGER_FILE
          AT END
             SET L$_SW03_EOF_LDG_YES TO TRUE
          NOT AT END
             EVALUATE LG_STATUS
                WHEN "C"
                   ADD LG_AMOUNT   TO L$_CT04_LDG_BASE_AMT
                   ADD LG_AMOUNT   TO L$_CT04_LDG_COLLECTED_AMT
                WHEN "P"
                WHEN "F"
                   ADD LG_AMOUNT   TO L$_CT04_LDG_BASE_AMT
                   ADD LG_PAID_AMT TO L$_CT04_LDG_COLLECTED_AMT
             END-EVALUATE
       END-READ
    END-PERFORM

    CLOSE I_LEDGER_FILE

    IF L$_CT04_LDG_BASE_AMT > ZERO
       COMPUTE L$_WS04_COLLECT_RATE ROUNDED =
               L$_CT04_LDG_COLLECTED_AMT / L$_CT04_LDG_BASE_AMT
       IF L$_CT04_LDG_COLLECTED_AMT > L$_CT04_LDG_BASE_AMT
          MOVE 1 TO L$_WS04_COLLECT_RATE
       END-IF
    END-IF
    .
 BL-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-OPEN-SWEEP-CURSOR			SECTION.
*--------------------------------------------------------------------
       GO TO CA-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - nor is a member ICA_PRB364_TERMINATE
*              closed (MEMBER_STATUS "T"); the termination credited
*              the unused months, so there is nothing more to bill.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T"
       GO TO CA-EXIT
    END-IF

*#  a member without account details cannot be debited - reported,
*#  never guessed.
    IF ACC_NUM IN ICD_PRT_343_CLB_MEM_BAS
       GO TO CA-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - what-if mode prices, never charges.
    IF L$_WS03_MODE_SIMULATE
       PERFORM S-SIMULATE-ONE-MEMBER
       GO TO CA-EXIT
    END-IF

    PERFORM CB-FIND-TARIFF

    IF L$_WS01_TAR_FOUND_IDX = ZERO
    WRITE O_REGISTER_REC
    .
 CE-EXIT.    EXIT.
*--------------------------------------------------------------------
 S-SIMULATE-ONE-MEMBER			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the member priced twice, live tariff then
*# proposal, each swapped into the tariff table so CB-FIND-TARIFF and
*# CC-PRORATE-AMOUNT - proration, household and family rate alike -
*# run exactly as they bill. A member neither tariff prices is
*# counted as having no tariff, as the billing counts it.
 S-00.

    MOVE ZERO TO L$_WS04_CUR_AMT
                 L$_WS04_PROP_AMT
    SET L$_WS04_CUR_PRICED_NO  TO TRUE
    SET L$_WS04_PROP_PRICED_NO TO TRUE

    MOVE L$_WS04_CUR_TAR_TBL  TO L$_WS01_TAR_TBL
    PERFORM CB-FIND-TARIFF

    IF L$_WS01_TAR_FOUND_IDX NOT = ZERO
       PERFORM CC-PRORATE-AMOUNT
       MOVE L$_WS01_PRORATED_AMT TO L$_WS04_CUR_AMT
       SET L$_WS04_CUR_PRICED_YES TO TRUE
    END-IF

*#  the family-rate count reports the live tariff only.
    MOVE L$_CT02_FAMILY_BILLED TO L$_WS04_FAMILY_SAVE

    MOVE L$_WS04_PROP_TAR_TBL TO L$_WS01_TAR_TBL
    PERFORM CB-FIND-TARIFF

    IF L$_WS01_TAR_FOUND_IDX NOT = ZERO
       PERFORM CC-PRORATE-AMOUNT
       MOVE L$_WS01_PRORATED_AMT TO L$_WS04_PROP_AMT
       SET L$_WS04_PROP_PRICED_YES TO TRUE
    END-IF

    MOVE L$_WS04_FAMILY_SAVE TO L$_CT02_FAMILY_BILLED

    IF L$_WS04_CUR_PRICED_NO
   AND L$_WS04_PROP_PRICED_NO
       ADD 1 TO L$_CT01_NO_TARIFF
       DISPLAY "** No tariff for membership type ",
               MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                               IN ICD_PRT_343_CLB_MEM_BAS_DBW,
               " - member skipped"
       GO TO S-EXIT
    END-IF

    ADD 1 TO L$_CT04_MEMBERS_PRICED
    ADD L$_WS04_CUR_AMT  TO L$_CT04_CUR_TOTAL
    ADD L$_WS04_PROP_AMT TO L$_CT04_PROP_TOTAL

    COMPUTE L$_WS04_TYPE_NUM =
            MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                            IN ICD_PRT_343_CLB_MEM_BAS_DBW + 1
    SET L$_WS04_TYPE_IDX TO L$_WS04_TYPE_NUM
    ADD 1 TO L$_WS04_TYPE_MEMBERS(L$_WS04_TYPE_IDX)
    ADD L$_WS04_CUR_AMT  TO L$_WS04_TYPE_CUR_REV(L$_WS04_TYPE_IDX)
    ADD L$_WS04_PROP_AMT TO L$_WS04_TYPE_PROP_REV(L$_WS04_TYPE_IDX)

    COMPUTE L$_WS04_DIFF_AMT =
            L$_WS04_PROP_AMT - L$_WS04_CUR_AMT

    IF L$_WS04_DIFF_AMT < ZERO
       ADD 1 TO L$_CT04_FELL
    END-IF

    MOVE L$_WS04_CUR_AMT  TO LD$_AMT
    MOVE L$_WS04_PROP_AMT TO LD$_AMT2
    MOVE L$_WS04_DIFF_AMT TO LD$_AMT3
    MOVE SPACES  TO MSG IN O_REGISTER_REC

    EVALUATE TRUE
       WHEN L$_WS04_PROP_PRICED_NO
          ADD 1 TO L$_CT04_DROPPED
          STRING "NO PROPOSED TARIFF - MEMBER "
                 ICD_PRT_343_CLB_MEM_BAS_PRW
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
                 " TYPE:" MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
                 " NOW:" LD$_AMT
            DELIMITED BY SIZE
            INTO MSG  IN O_REGISTER_REC

       WHEN L$_WS04_CUR_PRICED_NO
          ADD 1 TO L$_CT04_NEWLY_BILLED
          STRING "NEWLY BILLED - MEMBER "
                 ICD_PRT_343_CLB_MEM_BAS_PRW
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
                 " TYPE:" MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
                 " PROPOSED:" LD$_AMT2
            DELIMITED BY SIZE
            INTO MSG  IN O_REGISTER_REC

       WHEN L$_WS04_DIFF_AMT > L$_WS04_RISE_THRESHOLD
          ADD 1 TO L$_CT04_RISEN
          STRING "RISE OVER THRESHOLD - MEMBER "
                 ICD_PRT_343_CLB_MEM_BAS_PRW
                 IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
                 " TYPE:" MEMBERSHIP_TYPE IN ICD_PRT_343_CLB_MEM_BAS
                                          IN ICD_PRT_343_CLB_MEM_BAS_DBW
                 " NOW:" LD$_AMT
                 " PROPOSED:" LD$_AMT2
                 " RISE:" LD$_AMT3
            DELIMITED BY SIZE
            INTO MSG  IN O_REGISTER_REC
    END-EVALUATE

    IF MSG  IN O_REGISTER_REC NOT = SPACES
       PERFORM CE-WRITE-REGISTER-LINE
    END-IF

    IF L$_WS04_DIFF_AMT NOT = ZERO
       PERFORM SA-PLAN-EFFECT
    END-IF
    .
 S-EXIT.    EXIT.
*--------------------------------------------------------------------
 SA-PLAN-EFFECT				SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the member's open plan takes the whole
*# change on its total and remaining balance; the regular payment
*# is total / payments, rounded, as ICA_PRB353_INSTALLMENTS's
*# CC-COMPUTE-INSTALLMENT computes it.
 SA-00.

    MOVE 0 TO L$_WS04_PLAN_FOUND

    PERFORM VARYING L$_WS04_PLAN_IDX FROM 1 BY 1
               UNTIL L$_WS04_PLAN_IDX > L$_WS04_PLAN_CNT
                  OR L$_WS04_PLAN_FOUND NOT = ZERO
       IF L$_WS04_PLAN_MEM_KEY(L$_WS04_PLAN_IDX) =
          ICD_PRT_343_CLB_MEM_BAS_PRW
          IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
          SET L$_WS04_PLAN_FOUND TO L$_WS04_PLAN_IDX
       END-IF
    END-PERFORM

    IF L$_WS04_PLAN_FOUND = ZERO
       GO TO SA-EXIT
    END-IF

    SET L$_WS04_PLAN_IDX TO L$_WS04_PLAN_FOUND

    COMPUTE L$_WS04_CUR_INST_AMT ROUNDED =
            L$_WS04_PLAN_TOTAL_AMT(L$_WS04_PLAN_IDX)
            / L$_WS04_PLAN_NUM_PAYMENTS(L$_WS04_PLAN_IDX)

    COMPUTE L$_WS04_PROP_INST_AMT ROUNDED =
            (L$_WS04_PLAN_TOTAL_AMT(L$_WS04_PLAN_IDX)
             + L$_WS04_DIFF_AMT)
            / L$_WS04_PLAN_NUM_PAYMENTS(L$_WS04_PLAN_IDX)

    ADD 1 TO L$_CT04_PLANS_AFFECTED
    COMPUTE L$_CT04_PLAN_INST_DIFF =
            L$_CT04_PLAN_INST_DIFF
            + L$_WS04_PROP_INST_AMT - L$_WS04_CUR_INST_AMT
    ADD L$_WS04_DIFF_AMT TO L$_CT04_PLAN_BAL_DIFF

    MOVE L$_WS04_CUR_INST_AMT  TO LD$_AMT
    MOVE L$_WS04_PROP_INST_AMT TO LD$_AMT2
    MOVE L$_WS04_DIFF_AMT      TO LD$_AMT3
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "PLAN " L$_WS04_PLAN_ID(L$_WS04_PLAN_IDX)
           " MEMBER " L$_WS04_PLAN_MEM_KEY(L$_WS04_PLAN_IDX)
           " PAYMENT NOW:" LD$_AMT
           " PROPOSED:" LD$_AMT2
           " BALANCE CHANGE:" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
    .
 SA-EXIT.    EXIT.
*--------------------------------------------------------------------
 R-RETRO-SWEEP			SECTION.
*--------------------------------------------------------------------
    PERFORM CE-WRITE-REGISTER-LINE
    .
 ZB-EXIT.    EXIT.
*--------------------------------------------------------------------
 ZS-WRITE-SIM-SUMMARY			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the what-if comparison: revenue per
*# membership type, the members the proposal hurts, and its effect
*# on the installment plans and the ledger's expected receipts.
 ZS-00.

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE "Revenue per membership type - current / proposed / change"
      TO MSG	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    PERFORM VARYING L$_WS04_TYPE_IDX FROM 1 BY 1
               UNTIL L$_WS04_TYPE_IDX > 100
       IF L$_WS04_TYPE_MEMBERS(L$_WS04_TYPE_IDX) > ZERO
          SET L$_WS04_TYPE_NUM TO L$_WS04_TYPE_IDX
          SUBTRACT 1 FROM L$_WS04_TYPE_NUM
          MOVE L$_WS04_TYPE_CUR_REV(L$_WS04_TYPE_IDX)  TO LD$_AMT
          MOVE L$_WS04_TYPE_PROP_REV(L$_WS04_TYPE_IDX) TO LD$_AMT2
          COMPUTE LD$_AMT3 =
                  L$_WS04_TYPE_PROP_REV(L$_WS04_TYPE_IDX)
                  - L$_WS04_TYPE_CUR_REV(L$_WS04_TYPE_IDX)
          MOVE SPACES  TO MSG IN O_REGISTER_REC
          STRING "TYPE " L$_WS04_TYPE_NUM(2:2)
                 " MEMBERS:" L$_WS04_TYPE_MEMBERS(L$_WS04_TYPE_IDX)
                 " NOW:" LD$_AMT
                 " PROPOSED:" LD$_AMT2
                 " CHANGE:" LD$_AMT3
            DELIMITED BY SIZE
            INTO MSG  IN O_REGISTER_REC
          PERFORM CE-WRITE-REGISTER-LINE
       END-IF
    END-PERFORM

    MOVE L$_CT04_CUR_TOTAL  TO LD$_AMT
    MOVE L$_CT04_PROP_TOTAL TO LD$_AMT2
    COMPUTE LD$_AMT3 = L$_CT04_PROP_TOTAL - L$_CT04_CUR_TOTAL
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "ALL TYPES  MEMBERS:" L$_CT04_MEMBERS_PRICED
           " NOW:" LD$_AMT
           " PROPOSED:" LD$_AMT2
           " CHANGE:" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_WS04_RISE_THRESHOLD TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Members whose charge rises by more than" LD$_AMT ":"
           L$_CT04_RISEN
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Members whose charge falls:" L$_CT04_FELL
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Members the proposal has no tariff for:" L$_CT04_DROPPED
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Members only the proposal bills:" L$_CT04_NEWLY_BILLED
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Open installment plans repriced:" L$_CT04_PLANS_AFFECTED
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_CT04_PLAN_INST_DIFF TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Change in monthly installments collected: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_CT04_PLAN_BAL_DIFF TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Change in plan balances outstanding: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE SPACES  TO MSG IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

    COMPUTE L$_CT04_CUR_EXPECTED ROUNDED =
            L$_CT04_CUR_TOTAL  * L$_WS04_COLLECT_RATE
    COMPUTE L$_CT04_PROP_EXPECTED ROUNDED =
            L$_CT04_PROP_TOTAL * L$_WS04_COLLECT_RATE

    MOVE L$_WS04_COLLECT_RATE TO LD$_RATE
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    IF L$_CT04_LDG_BASE_AMT = ZERO
       MOVE "Dues ledger collection rate: no settled history - 1.0000"
         TO MSG	IN O_REGISTER_REC
    ELSE
       STRING "Dues ledger collection rate (settled entries): "
              LD$_RATE
         DELIMITED BY SIZE
         INTO MSG  IN O_REGISTER_REC
    END-IF
    PERFORM CE-WRITE-REGISTER-LINE

    MOVE L$_CT04_CUR_EXPECTED  TO LD$_AMT
    MOVE L$_CT04_PROP_EXPECTED TO LD$_AMT2
    COMPUTE LD$_AMT3 = L$_CT04_PROP_EXPECTED - L$_CT04_CUR_EXPECTED
    MOVE SPACES  TO MSG IN O_REGISTER_REC
    STRING "Dues ledger expected receipts NOW:" LD$_AMT
           " PROPOSED:" LD$_AMT2
           " CHANGE:" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
    .
 ZS-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
       PERFORM ZC-WRITE-RETRO-BALANCING
    END-IF

* 15-OCT-2026 - TP_ELEVY - the what-if comparison.
    IF L$_WS03_MODE_SIMULATE
       PERFORM ZS-WRITE-SIM-SUMMARY
    END-IF

    MOVE SPACES
      TO MSG	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE
      INTO MSG	IN O_REGISTER_REC
    PERFORM CE-WRITE-REGISTER-LINE

* 15-OCT-2026 - TP_ELEVY - a simulation never opened it.
    IF NOT L$_WS03_MODE_SIMULATE
       CLOSE P_DUES_670_FILE
       DISPLAY "Close Output File: " L$_P_DUES_670_NAME
    END-IF

    CLOSE O_REGISTER_FILE
    DISPLAY "Close Output File: " L$_O_REGISTER_NAME
