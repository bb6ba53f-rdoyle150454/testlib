*# -------------------------   -------------    -----------   ---- #*
*#        	TP_ELEVY     02-SEP-2026   2025 #*
*#                					   #*
*# -------------------------   -------------    -----------   ---- #*
*#        	TP_ELEVY     15-OCT-2026   2157 #*
*#                					   #*
*# -------------------------   -------------    -----------   ---- #*
*#        	TP_ELEVY     15-OCT-2026   2169 #*
*#                					   #*
*# -------------------------   -------------    -----------   ---- #*
*#        	TP_ELEVY     15-OCT-2026   2172 #*
*#                					   #*
*###################################################################*
*----------------------------------------------------*
*              loudly on the night the registry itself is broken.
COPY "ICA_CDD_WKSP:ICA_TRF713_PREREQ_CHK_WKSP"	       FROM DICTIONARY.
* Change #2024 - End.
* Change #2172 - Start.
* 15-OCT-2026 - TP_ELEVY - run manifest (see ICA_TRF721_RUN_
*              MANIFEST): every control file this program loads gets
*              one entry - records, checksum, version and revision
*              time - under the registry's program name and run key,
*              so a disputed run shows which tables were in force.
COPY "ICA_CDD_WKSP:ICA_TRF721_RUN_MANIFEST_WKSP"	       FROM DICTIONARY.
* Change #2172 - End.
COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                   FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_XLATE_MSG_WKSP"                 FROM DICTIONARY.
COPY "ICA_CDD_WKSP:ICA_INVERSE_STRING_WKSP"            FROM DICTIONARY.
   88 L$_MND_NOT_EOF			  VALUE 0.
   88 L$_MND_EOF			  VALUE 1.

* Change #2157 - Start.
*   sized to the registry ICA_TRB72I_MANDATE_INGEST and the TRT721
*   panel keep (5000) - at 500 every mandate past the 500th was
*   dropped and its member's debits held for no mandate.
01 L$_MND_TBL.
   03 L$_MND_CNT		PIC 9(05) VALUE 0.
   03 L$_MND_FOUND_IDX		PIC 9(05) VALUE 0.
   03 L$_MND_ENTRY  OCCURS 5000 TIMES INDEXED BY L$_MND_IDX.
* Change #2157 - End.
      05 L$_MND_ACC_BANK_NUM	PIC 9(02).
      05 L$_MND_ACC_BRANCH_NUM	PIC 9(03).
      05 L$_MND_ACC_TYPE_CODE	PIC 9(03).
      INTO L$_SPLIT_CTL_NAME
    END-STRING.

* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_SPLIT_CTL_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_SPLIT_CTL_FILE.

    IF NOT L$_SPLIT_CTL_FOUND
       DISPLAY "** No split control sidecar for "
               L$_INTGR_BEFORE_NAME
       DISPLAY "** - input taken WITHOUT the TRB710 tie-out."
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO SH-EXIT
    END-IF.

          DISPLAY "** Split control sidecar is EMPTY - input "
                  "taken WITHOUT the TRB710 tie-out."
          CLOSE I_SPLIT_CTL_FILE
* Change #2172 - Start.
          PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
          GO TO SH-EXIT
    END-READ.

* Change #2172 - Start.
    MOVE I_SPLIT_CTL_REC
      TO P$_MAN_REC_DATA      IN ICA_TRF721_RUN_MANIFEST_WKSP.
    PERFORM BN1-MANIFEST-ADD-REC.
* Change #2172 - End.

    MOVE CT_REC_CNT TO L$_SPL_CTL_REC_CNT.
    MOVE CT_DEB_AMT TO L$_SPL_CTL_DEB_AMT.
    MOVE CT_CRD_AMT TO L$_SPL_CTL_CRD_AMT.
    SET L$_SPLIT_CTL_LOADED TO TRUE.

    CLOSE I_SPLIT_CTL_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "Split control loaded - records:", L$_SPL_CTL_REC_CNT.


    MOVE 0 TO L$_CAL_CNT.
    SET L$_CAL_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_CAL_FILE_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_BANK_CALENDAR.

          AT END
             SET L$_CAL_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_BANK_CAL_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
             IF L$_CAL_CNT < 400
                ADD 1 TO L$_CAL_CNT
                MOVE CAL_NON_BUS_DATE
    END-PERFORM.

    CLOSE I_BANK_CALENDAR.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    IF L$_CAL_CNT = ZERO
       MOVE  SP$_MSG_ERROR

    MOVE 0 TO L$_RATE_CNT.
    SET L$_RATE_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_RATE_FILE_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_EXCH_RATE_FILE.

               L$_RATE_FILE_NAME
       DISPLAY "** every currency group this run will be flagged "
               "NO RATE."
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO BG-EXIT
    END-IF.

          AT END
             SET L$_RATE_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_EXCH_RATE_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
             IF L$_RATE_CNT < 100
                ADD 1 TO L$_RATE_CNT
                SET L$_RATE_IDX TO L$_RATE_CNT
    END-PERFORM.

    CLOSE I_EXCH_RATE_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "Exchange rates loaded: ", L$_RATE_CNT.


    MOVE 0 TO L$_LIM_CNT.
    SET L$_LIM_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_LIMITS_FILE_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_LIMITS_FILE.

    IF NOT L$_LIMITS_FILE_OK
       DISPLAY "No debit-limits file present - no ceilings applied."
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO BH-EXIT
    END-IF.

          AT END
             SET L$_LIM_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_LIMITS_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
             IF L$_LIM_CNT < 200
                ADD 1 TO L$_LIM_CNT
                SET L$_LIM_IDX TO L$_LIM_CNT
    END-PERFORM.

    CLOSE I_LIMITS_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "Debit limits loaded: ", L$_LIM_CNT.


    MOVE 0 TO L$_MND_CNT.
    SET L$_MND_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_MANDATE_FILE_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_MANDATE_FILE.

    IF NOT L$_MANDATE_FILE_OK
       DISPLAY "** No mandate registry present - debits go out "
               "UNCHECKED for standing authorization."
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO BJ-EXIT
    END-IF.

          AT END
             SET L$_MND_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_MANDATE_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
* Change #2157 - Start.
             IF L$_MND_CNT < 5000
* Change #2157 - End.
                ADD 1 TO L$_MND_CNT
                SET L$_MND_IDX TO L$_MND_CNT
                MOVE MND_ACC_BANK_NUM
                MOVE MND_STATUS
                  TO L$_MND_STATUS(L$_MND_IDX)
             ELSE
* Change #2157 - Start.
                DISPLAY "*** WARNING: more than 5000 mandates "
                        "- extras ignored ***"
* Change #2157 - End.
             END-IF
       END-READ
    END-PERFORM.

    CLOSE I_MANDATE_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "Mandates loaded: ", L$_MND_CNT.


    MOVE 0 TO L$_GLM_CNT_LOADED.
    SET L$_GLM_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_GL_MAP_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    MOVE L$_CURRENCY TO L$_GLM_CURR_X.

    IF NOT L$_GL_MAP_FOUND
       DISPLAY "** No GL account mapping store - the frozen "
               "institution codes are in force."
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO BK-EXIT
    END-IF.

          AT END
             SET L$_GLM_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_GL_MAP_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
             PERFORM BK1-TAKE-ONE-MAP-ROW
       END-READ
    END-PERFORM.

    CLOSE I_GL_MAP_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "GL mapping rows applied: ", L$_GLM_CNT_LOADED.


    MOVE 1 TO L$_FMT_VERSION.
    SET L$_FMT_NOT_EOF TO TRUE.
* Change #2172 - Start.
    PERFORM BN-MANIFEST-START.
    MOVE L$_FMT_VER_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
* Change #2172 - End.

    OPEN INPUT I_FMT_VER_FILE.

    IF NOT L$_FMT_VER_FOUND
* Change #2172 - Start.
       MOVE "N"
         TO P$_MAN_FILE_FOUND  IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM BN2-MANIFEST-WRITE
* Change #2172 - End.
       GO TO BM-EXIT
    END-IF.

          AT END
             SET L$_FMT_EOF TO TRUE
          NOT AT END
* Change #2172 - Start.
             MOVE I_FMT_VER_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             PERFORM BN1-MANIFEST-ADD-REC
* Change #2172 - End.
             IF FV_BANK_NUM = L$_CODE_BANK_BNL
            AND FV_VALID_FROM NOT > L$_DATE_YYMMDD_TODAY
            AND (FV_VALID_TO = ZERO
    END-PERFORM.

    CLOSE I_FMT_VER_FILE.
* Change #2172 - Start.
    PERFORM BN2-MANIFEST-WRITE.
* Change #2172 - End.

    DISPLAY "Bank record-format version in force: ", L$_FMT_VERSION.

BM-EXIT.
     EXIT.

* Change #2172 - Start.
BN-MANIFEST-START SECTION.
*#-----------------------------------------------------------------------------
*# Section: BN-MANIFEST-START
*# Description: a fresh manifest workspace for the next control file,
*#              under the same program name and run key B-INIT gives
*#              the run registry. The loader then names its file.
*#-----------------------------------------------------------------------------
BN-00.

    INITIALIZE ICA_TRF721_RUN_MANIFEST_WKSP.
    MOVE "ICA_TRB711_EDIT_BENLEUMI"
      TO P$_MAN_PROG_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP.
    MOVE DEB_CRD_PHASE_NUM    IN ICA_TRJ711_JOB_DATA_INW
      TO P$_MAN_RUN_KEY       IN ICA_TRF721_RUN_MANIFEST_WKSP.

BN-EXIT.
     EXIT.

BN1-MANIFEST-ADD-REC SECTION.
*#-----------------------------------------------------------------------------
*# Section: BN1-MANIFEST-ADD-REC
*# Description: one record just read - counted and checksummed.
*#-----------------------------------------------------------------------------
BN1-00.

    MOVE "A"
      TO P$_MAN_FUNCTION      IN ICA_TRF721_RUN_MANIFEST_WKSP.
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP.

BN1-EXIT.
     EXIT.

BN2-MANIFEST-WRITE SECTION.
*#-----------------------------------------------------------------------------
*# Section: BN2-MANIFEST-WRITE
*# Description: the file is done (or was not there) - its manifest
*#              entry is written. Never fails the run.
*#-----------------------------------------------------------------------------
BN2-00.

    MOVE "W"
      TO P$_MAN_FUNCTION      IN ICA_TRF721_RUN_MANIFEST_WKSP.
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP.

BN2-EXIT.
     EXIT.
* Change #2172 - End.

D2-REMAP-HEADER-V2 SECTION.
*#-----------------------------------------------------------------------------
*# Section: D2-REMAP-HEADER-V2
      TO P$_MSG_CODE       IN ICA_TRF719_MSG_CATALOG_WKSP.
    MOVE L$_DATE_YYMMDD_TODAY
      TO P$_MSG_EVENT_DATE IN ICA_TRF719_MSG_CATALOG_WKSP.
* Change #2169 - Start.
*   the run key goes on the page of a critical message.
    MOVE DEB_CRD_PHASE_NUM IN ICA_TRJ711_JOB_DATA_INW
      TO P$_MSG_RUN_KEY    IN ICA_TRF719_MSG_CATALOG_WKSP.
* Change #2169 - End.
    CALL 'ICA_TRF719_MSG_CATALOG'
         USING ICA_TRF719_MSG_CATALOG_WKSP.

