*       P$_ENT_USER_NAME     I    operator (SP$_ACW_USER_NAME).     *
*       P$_ENT_FUNCTION      I    function code, e.g. SET-IKUL,     *
*                                  RLSE-IKUL, RLSE-HELD, FILE-APPR, *
*                                  FILE-XMIT, RLSE-DUP.              *
*       P$_ENT_AMOUNT        I    amount of the action, zero when   *
*                                  the function moves no money.      *
*       P$_ENT_RESULT        O    "Y" allowed / "N" refused.        *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  RLSE-DUP listed: supervisor      TP_ELEVY     15-OCT-2026  2156 *
*  release of suspected duplicate                                   *
*  debits (ICA_TRB72H_DUP_REVIEW).                                  *
* --------------------------------- ------------- ----------- ---- *
*  Every granted use is recorded in  TP_ELEVY     15-OCT-2026  2164 *
*  the central run registry under    (see B-RECORD-USE)             *
*  this program, event type U, for                                  *
*  the quarterly recertification                                    *
*  (ICA_TRB72R_ENTITLE_RECERT).                                     *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
    88 L$_ENTITLE_OK			    VALUE "00".
    88 L$_ENTITLE_NOT_FOUND		    VALUE "23".

* 15-OCT-2026 - TP_ELEVY - central run registry (see ICA_TRF712_
*              RUN_REG): one "U" record per granted use.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------

    MOVE "Y" TO P$_ENT_RESULT IN ICA_PRF356_CHECK_ENTITLE_WKSP

*   the registry key comes from the grant record: record the use
*   before the file is closed.
    PERFORM B-RECORD-USE

    CLOSE I_ENTITLE_FILE
    .
 A-EXIT.
    EXIT PROGRAM.
*--------------------------------------------------------------------
 B-RECORD-USE				SECTION.
*--------------------------------------------------------------------
*# a grant actually used: one "U" record in the central run registry
*# under this program, the operator and the function as the run key,
*# so the quarterly recertification can tell a grant in use from one
*# nobody needs any more. Registry readers take only their own
*# programs' S/E records; the registry never fails the caller.
 B-00.

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRF356_CHECK_ENTITLE"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE ENT_USER_NAME
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP(1:12)
    MOVE ENT_FUNCTION
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP(13:12)
    MOVE "U"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP
    .
 B-EXIT.    EXIT.
