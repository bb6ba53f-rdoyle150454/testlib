*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Terminated members (ICA_PRB364_  TP_ELEVY     15-OCT-2026  2154 *
*  TERMINATE) get no statement.      (see DB-00)                    *
* --------------------------------- ------------- ----------- ---- *
*  Each statement, sent or          TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see DB-END-SECTION)          *
*  central correspondence store                                    *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*  Email-channel sections also go   TP_ELEVY     15-OCT-2026  2162 *
*  to the outbound email gateway     (see DB-END-SECTION)          *
*  (ICA_PRF372_EMAIL_OUT), one                                     *
*  tracked message per member.                                     *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
*              section; the routine logs the suppression itself.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every letter, sent or
*              suppressed, recorded against the member.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - outbound email gateway (see
*              ICA_PRF372_EMAIL_OUT): every email-channel line also
*              goes to the gateway, tracked per letter.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* ICD copies
*-----------
*   Current balance and owning member of an accumulator - the same
       GO TO DB-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - nor does a member ICA_PRB364_TERMINATE
*              closed (MEMBER_STATUS "T"); the closure letter was
*              the last word.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T"
       SUBTRACT 1 FROM L$_CT01_STMT_SECTIONS
       GO TO DB-EXIT
    END-IF

* 02-SEP-2026 - TP_ONISSA - the member's recorded preference
*              decides the section's channel, and a bounced
*              address suppresses it (logged by the routine).
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "STATEMENT"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_PREF_DATE
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       SUBTRACT 1 FROM L$_CT01_STMT_SECTIONS
    MOVE P$_CPF_CHANNEL IN ICA_PRF363_CONTACT_PREF_WKSP
      TO L$_WS01_STMT_CHANNEL

* 15-OCT-2026 - TP_ELEVY - an email section is framed for the
*              gateway the way a letter is for the print bureau -
*              one message, one tracking id, per member section.
    IF L$_WS01_STMT_CHANNEL = "E"
       MOVE "*LETTER-START"
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       PERFORM DI-QUEUE-EMAIL-FRAME
    END-IF

    COMPUTE L$_WS01_OPENING_POS =
            L$_WS01_CLOSING_POS - L$_WS01_NET_MOVEMENT

      INTO MSG  IN O_STMT_REC
    PERFORM DE-WRITE-STMT-LINE

    IF L$_WS01_STMT_CHANNEL = "E"
       MOVE "*LETTER-END"
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       PERFORM DI-QUEUE-EMAIL-FRAME
    END-IF

* 02-SEP-2026 - TP_GAHARO - the household roll-up.
    IF L$_WS02_CURR_HH_ID > ZERO
       PERFORM DG-ROLL-UP-HOUSEHOLD
    IF L$_WS01_STMT_CHANNEL = "E"
       MOVE MSG IN O_STMT_REC TO MSG_E IN O_STMT_E_REC
       WRITE O_STMT_E_REC
* 15-OCT-2026 - TP_ELEVY - and to the email gateway, which gives
*              the letter its tracking id.
       MOVE MSG IN O_STMT_REC
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       CALL 'ICA_PRF372_EMAIL_OUT'
            USING ICA_PRF372_EMAIL_OUT_WKSP
                  ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    ELSE
       WRITE O_STMT_REC
    END-IF
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 DI-QUEUE-EMAIL-FRAME			SECTION.
*--------------------------------------------------------------------
*# 15-OCT-2026 - TP_ELEVY - the start/end framing goes to the email
*# gateway only; the statement file never carried it.
 DI-00.

    CALL 'ICA_PRF372_EMAIL_OUT'
         USING ICA_PRF372_EMAIL_OUT_WKSP
               ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP
    .
 DI-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
