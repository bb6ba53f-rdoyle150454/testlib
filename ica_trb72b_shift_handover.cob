*       RELEASE (status "Q" rows);                                  *
*    5. unconfirmed manifest entries from the TRB71Q/TRB71R loop   *
*       (status "U" rows), with their age off the written date;    *
*    6. anything on ICA_TRB711_ESCALATED.DAT;                      *
*    7. unmatched credits still open in the credit-suspense store  *
*       (ICA_TRB72G_SUSPENSE_WORK), with their age.                 *
*                                                                   *
*  Any open item older than the shift window is FLAGGED, and a     *
*  report with flagged items ends FAILURE so the handover cannot   *
*       I_QUAR_FILE              I   intake quarantine.             *
*       I_MANIFEST_FILE          I   ATR manifest.                  *
*       I_ESCAL_FILE             I   escalated transactions.        *
*       I_SUSPENSE_STORE         I   credit-suspense store.         *
*       O_REPORT_FILE            O   handover document.             *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Report the credit-suspense store  TP_ELEVY     15-OCT-2026  2152 *
*  (ICA_TRB72G_SUSPENSE_WORK): every (see I-REPORT-CREDIT-SUSPENSE) *
*  open unmatched credit with its                                   *
*  age; an item TRB72G has marked                                   *
*  ESCALATED is FLAGGED instead of                                  *
*  rolling forward unnoticed.                                       *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ESCAL_STATUS.

* Change #2152 - Start.
*   The credit-suspense store ICA_TRB72G_SUSPENSE_WORK maintains -
*   read straight through, oldest item first.
    SELECT I_SUSPENSE_STORE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       SEQUENTIAL
	   RECORD KEY		  IS	       SI_ITEM_ID
           FILE STATUS		  IS	       L$_SUSPENSE_STATUS.
* Change #2152 - End.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
    COPY "ICA_CDD_WKSP:ICA_TRB711_OUTPUT_670"    FROM DICTIONARY
       REPLACING ==ICA_TRB711_OUTPUT_670== BY ==I_ESCAL_REC==.

* Change #2152 - Start.
*   Same hand-kept record convention ICA_TRB72G_SUSPENSE_WORK writes.
 FD I_SUSPENSE_STORE
    VALUE OF ID IS L$_SUSPENSE_NAME.
 01 I_SUSPENSE_REC.
    03 SI_ITEM_ID.
       05 SI_FIRST_SEEN_DATE        PIC 9(08).
       05 SI_ITEM_SEQ               PIC 9(05).
    03 SI_ACC_BANK_NUM              PIC 9(02).
    03 SI_ACC_BRANCH_NUM            PIC 9(03).
    03 SI_ACC_TYPE_CODE             PIC 9(03).
    03 SI_ACC_NUM                   PIC 9(06).
    03 SI_AMOUNT                    PIC S9(12)V99.
    03 SI_VALUE_DATE                PIC 9(08).
    03 SI_REFERENCE                 PIC X(20).
    03 SI_SUSPENSE_REASON           PIC X(30).
    03 SI_STATUS                    PIC X(01).
       88 SI_STATUS_OPEN			    VALUE "O".
    03 SI_DAYS_OPEN                 PIC 9(05).
    03 SI_LAST_CARRY_DATE           PIC 9(08).
    03 SI_ESCALATED_IND             PIC X(01).
       88 SI_ESCALATED				    VALUE "Y".
    03 SI_DECISION                  PIC X(01).
    03 SI_ASSIGN_ACCUM_ID           PIC X(20).
    03 SI_DECIDED_BY                PIC X(12).
    03 SI_DECIDED_TMSP              PIC S9(11)V9(07) COMP.
    03 SI_DECISION_NOTE             PIC X(40).
    03 SI_CLOSED_DATE               PIC 9(08).
* Change #2152 - End.

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_FILE_NAME.
 01 O_REPORT_REC.
 01 L$_ESCAL_FILE_NAME              PIC X(40)
    VALUE "ICA_TR_DAT_DIR:ICA_TRB711_ESCALATED.DAT".

* Change #2152 - Start.
 01 L$_SUSPENSE_NAME                PIC X(44)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_CREDIT_SUSPENSE.IDX".
* Change #2152 - End.

 01 L$_O_REPORT_FILE_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_TRB72B_HND_".
    88 L$_MANIFEST_FOUND		    VALUE "00".
 01 L$_ESCAL_STATUS                 PIC X(02).
    88 L$_ESCAL_FOUND			    VALUE "00".
* Change #2152 - Start.
 01 L$_SUSPENSE_STATUS              PIC X(02).
    88 L$_SUSPENSE_FOUND		    VALUE "00".
* Change #2152 - End.

 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_PREV_SHIFT_DATE         PIC 9(08).
    03 L$_SW01_EOF_ESCAL             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ESCAL_NO			    VALUE 0.
       88 L$_SW01_EOF_ESCAL_YES			    VALUE 1.
* Change #2152 - Start.
    03 L$_SW01_EOF_SUSP              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SUSP_NO			    VALUE 0.
       88 L$_SW01_EOF_SUSP_YES			    VALUE 1.
* Change #2152 - End.

 01 L$_CT01_COUNTERS.
    03 L$_CT01_RUNS_TODAY            PIC 9(05).
    03 L$_CT01_MANIF_OPEN            PIC 9(05).
    03 L$_CT01_ESCAL_ITEMS           PIC 9(05).
    03 L$_CT01_FLAGGED_ITEMS         PIC 9(05).
* Change #2152 - Start.
    03 L$_CT01_SUSP_OPEN             PIC 9(05).
    03 L$_CT01_SUSP_ESCALATED        PIC 9(05).
* Change #2152 - End.

* UTL wksp and inc copies
*------------------------

    PERFORM H-REPORT-ESCALATED

* 15-OCT-2026 - TP_ELEVY - unmatched credits in suspense (TRB72G).
    PERFORM I-REPORT-CREDIT-SUSPENSE

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
    END-IF
    .
 H-EXIT.    EXIT.
* Change #2152 - Start.
*--------------------------------------------------------------------
 I-REPORT-CREDIT-SUSPENSE		SECTION.
*--------------------------------------------------------------------
*# every unmatched credit still OPEN in the suspense store, with the
*# working days it has been carried. The age limit is TRB72G's own
*# ESCAL_AGE_DAYS - an item it has marked ESCALATED is FLAGGED here.
 I-00.

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    MOVE "7. UNMATCHED CREDITS IN SUSPENSE (TRB72G)"
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    OPEN INPUT I_SUSPENSE_STORE

    IF NOT L$_SUSPENSE_FOUND
       MOVE "  no suspense store."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO I-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_SUSP_YES
       READ I_SUSPENSE_STORE
          AT END
             SET L$_SW01_EOF_SUSP_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_SUSP_NO
      AND SI_STATUS_OPEN
          ADD 1 TO L$_CT01_SUSP_OPEN

          MOVE SPACES  TO MSG IN O_REPORT_REC
          IF SI_ESCALATED
             ADD 1 TO L$_CT01_SUSP_ESCALATED
             ADD 1 TO L$_CT01_FLAGGED_ITEMS
             STRING "  *** FLAGGED - credit " SI_ITEM_ID
                    " REF:" SI_REFERENCE
                    " open " SI_DAYS_OPEN
                    " days, ESCALATED - work it on TRT720"
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
          ELSE
             STRING "  credit " SI_ITEM_ID
                    " REF:" SI_REFERENCE
                    " open " SI_DAYS_OPEN " days"
               DELIMITED BY SIZE
               INTO MSG  IN O_REPORT_REC
          END-IF
          PERFORM W-WRITE-REPORT-LINE
       END-IF
    END-PERFORM

    CLOSE I_SUSPENSE_STORE

    IF L$_CT01_SUSP_OPEN = ZERO
       MOVE "  none open."
         TO MSG	IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
    END-IF
    .
 I-EXIT.    EXIT.
* Change #2152 - End.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

* Change #2152 - Start.
    STRING "Credits open in suspense:" DELIMITED BY SIZE
           L$_CT01_SUSP_OPEN           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Suspense credits escalated:" DELIMITED BY SIZE
           L$_CT01_SUSP_ESCALATED        DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
* Change #2152 - End.

    STRING "FLAGGED items (older than a shift):" DELIMITED BY SIZE
           L$_CT01_FLAGGED_ITEMS                 DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
