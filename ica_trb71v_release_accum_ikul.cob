*  the balance rule of the reason must hold:                        *
*    "CL" - court order lapsed: any balance, it goes back to the   *
*           member through the normal settlement path;              *
*    "ST" - debt settled: the balance must already be zero;        *
*    "TM" - membership terminated (ICA_PRB364_TERMINATE writes     *
*           these): any balance, as for "CL".                      *
*  A qualifying record produces the same style of outputs the set   *
*  program produces: a 755 record with the deduction fields reset,  *
*  an 875 history row, a reversal record carrying the pre-change    *
*                                                                   *
*                     יונישה רואת     עצבמ םש         ךיראת    CID  *
* --------------------------------- ------------- ----------- ----- *
*  Release reason "TM" - member       TP_ELEVY   15-OCT-2026 #2154 *
*  terminated (CA-VALIDATE-SELECTION)                               *
* --------------------------------- ------------- ----------- ----- *
*  Accounting-period check: every     TP_ELEVY   15-OCT-2026 #2171  *
*  875 row goes through              (see UC-WRITE-875-RECORD)      *
*  ICA_TRF720_PERIOD_CHK before it                                  *
*  is written - a row dated into a                                  *
*  closed period is re-dated to the                                 *
*  first open period and listed on                                  *
*  the prior-period register.                                       *
* --------------------------------- ------------- ----------- ----- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
    03 REL_REASON_CODE                 PIC X(02).
       88 REL_REASON_COURT_LAPSED		VALUE "CL".
       88 REL_REASON_SETTLED			VALUE "ST".
       88 REL_REASON_TERMINATED			VALUE "TM".

 FD P_TRB71V_755
    VALUE OF ID IS L$_P_TRB71V_755_NAME.
*              this function, for this amount.
 COPY "ICA_CDD_WKSP:ICA_PRF356_CHECK_ENTITLE_WKSP"    FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - Chg #2171 - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* ICD copies
*-----------
* the CURRENT accumulator record - the worklist carries only the id
*#              arrangement, the reason code is known, and the
*#              reason's balance rule holds ("ST" - settled -
*#              requires a zero balance; "CL" - court order lapsed
*#              - and "TM" - member terminated - release whatever
*#              balance stands, through the normal settlement
*#              path). Sets L$_SW01_QUALIFIES;
*#              does not write or abort - C-HANDLE decides.
*#-----------------------------------------------------------------------------
 CA-00.

    IF NOT REL_REASON_COURT_LAPSED
   AND NOT REL_REASON_SETTLED
   AND NOT REL_REASON_TERMINATED
       SET L$_REC_NOT_QUALIFY TO TRUE
       DISPLAY "  unknown release-reason code: ",
               REL_REASON_CODE IN K_TRB71V_REL_REC
       MOVE SP$_DATE_TIME_BINARY	IN ICA_TRB71V_RELEASE_IKUL_INP
         TO UPDATE_TMSP			IN P_TRB71V_875_REC

* 15-OCT-2026 - TP_ELEVY - Chg #2171 - the posting date must fall
*              in an open accounting period.
       INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
       MOVE "R"
         TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
       MOVE "ICA_TRB71V_RELEASE_IKUL"
         TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
       CALL 'ICA_TRF720_PERIOD_CHK'
            USING ICA_TRF720_PERIOD_CHK_WKSP
                  P_TRB71V_875_REC

       WRITE P_TRB71V_875_REC

       ADD 1
