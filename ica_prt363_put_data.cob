*                                                           save is stamped
*                                                           with who and
*                                                           when.
*                          2546     15-OCT-2026  TP_ELEVY   Record carries
*                                                           the returned-
*                                                           mail date and
*                                                           reason. A save
*                                                           keeps them while
*                                                           the marker
*                                                           stands, stamps
*                                                           today and "KEYED
*                                                           BY SERVICE DESK"
*                                                           when the
*                                                           operator sets
*                                                           it, and clears
*                                                           them when it is
*                                                           lifted.
*                          2547     15-OCT-2026  TP_ELEVY   The email
*                                                           address is
*                                                           keyed with the
*                                                           channel; "E"
*                                                           without one is
*                                                           refused, and a
*                                                           changed address
*                                                           clears the
*                                                           bounced flag
*                                                           ICA_PRB373_
*                                                           EMAIL_STATUS
*                                                           sets.
*
********************************************************************************

   03 CP_RETURNED_MAIL              PIC X(01).
   03 CP_UPDATED_BY                 PIC X(12).
   03 CP_UPDATED_TMSP               PIC S9(11)V9(07) COMP.
   03 CP_RETURN_DATE                PIC 9(08).
   03 CP_RETURN_REASON              PIC X(30).
   03 CP_EMAIL_ADDRESS              PIC X(60).
   03 CP_EMAIL_BAD                  PIC X(01).

FD O_PREF_PROBE_FILE
   VALUE OF ID IS L$_PREF_PROBE_NAME.
COPY "ICA_SOURCE:ICA_MESSAGE.INC".

COPY "UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP"          FROM DICTIONARY.
COPY "UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP"      FROM DICTIONARY.

01 L$_WS01_TODAY_YMD                PIC 9(08).

*---------------
LINKAGE SECTION.
*     ICA_PRT363_KEY    - CP_CLB_MEM_KEY.
*     ICA_PRT363_DATA   - CP_CHANNEL ("M"/"E"), CP_LANGUAGE,
*                         CP_OPT_OUT_NONMAND, CP_RETURNED_MAIL,
*                         CP_EMAIL_ADDRESS,
*                         P$_DELETE_IND ("Y" removes the record).
*                         The return date and reason are not keyed -
*                         the save keeps or stamps them.  Nor is
*                         the bounced-address flag - only a changed
*                         address clears it.
COPY "ICA_CDD_WKSP:ICA_PRT363_KEY"      FROM DICTIONARY
	REPLACING ICA_PRT363_KEY BY ICA_PRT363_KEY_INW.
COPY "ICA_CDD_WKSP:ICA_PRT363_DATA"      FROM DICTIONARY
       GO TO CB-EXIT
    END-IF.

*# email is only a channel with an address to send to.

    IF CP_CHANNEL       IN ICA_PRT363_DATA_ITW = "E"
   AND CP_EMAIL_ADDRESS IN ICA_PRT363_DATA_ITW = SPACES
       MOVE ICA_W_0005 TO SP$_ACW_PROC_AUX_STATUS
       CALL 'ICA_ICF_XLATE_MSG' USING UTL_CONTROL_ACW
                                      ICA_XLATE_MSG_WKSP
       GO TO CB-EXIT
    END-IF.

    MOVE CP_CLB_MEM_KEY IN ICA_PRT363_KEY_INW
      TO CP_CLB_MEM_KEY IN O_PREF_REC.

*# the record as it stands, for the return date and reason the
*# panel does not key - a new member starts from nothing.

    READ O_PREF_FILE.

    IF NOT L$_PREF_OK
       INITIALIZE O_PREF_REC
       MOVE CP_CLB_MEM_KEY IN ICA_PRT363_KEY_INW
         TO CP_CLB_MEM_KEY IN O_PREF_REC
    END-IF.

    MOVE CP_CHANNEL          IN ICA_PRT363_DATA_ITW
      TO CP_CHANNEL          IN O_PREF_REC.

    MOVE CP_RETURNED_MAIL    IN ICA_PRT363_DATA_ITW
      TO CP_RETURNED_MAIL    IN O_PREF_REC.

*# a bounced address stays flagged until the member gives a new one.

    IF CP_EMAIL_ADDRESS IN ICA_PRT363_DATA_ITW NOT =
       CP_EMAIL_ADDRESS IN O_PREF_REC
       MOVE CP_EMAIL_ADDRESS IN ICA_PRT363_DATA_ITW
         TO CP_EMAIL_ADDRESS IN O_PREF_REC
       MOVE SPACES TO CP_EMAIL_BAD
    END-IF.

    MOVE SP$_ACW_USER_NAME IN UTL_CONTROL_ACW
      TO CP_UPDATED_BY.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO CP_UPDATED_TMSP.

*# a marker the batch ingest set keeps its postal date and reason;
*# one the operator sets now is dated today; a lifted one is clear.

    IF CP_RETURNED_MAIL IN O_PREF_REC NOT = "Y"
       MOVE ZERO   TO CP_RETURN_DATE
       MOVE SPACES TO CP_RETURN_REASON
    ELSE
       IF CP_RETURN_DATE = ZERO
          PERFORM CBA-SET-TODAY
          MOVE L$_WS01_TODAY_YMD TO CP_RETURN_DATE
          MOVE "KEYED BY SERVICE DESK" TO CP_RETURN_REASON
       END-IF
    END-IF.

    WRITE O_PREF_REC
       INVALID KEY
          REWRITE O_PREF_REC
    EXIT.


*--------------------------------------------------
CBA-SET-TODAY				    SECTION.
*--------------------------------------------------
CBA-00.

*# the save's clock, decoded to CCYYMMDD - ICA_PRT711_PUT_DATA's
*# idiom. A failed decode leaves zero.

    MOVE ZERO TO L$_WS01_TODAY_YMD.
    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY IN UTL_CVT_DATE_DDMMYYYY_WKSP.
    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP.
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS NOT FAILURE
       INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
               REPLACING ALL " " BY "0"
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
         TO L$_WS01_TODAY_YMD(7:2)
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
         TO L$_WS01_TODAY_YMD(5:2)
       MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
         TO L$_WS01_TODAY_YMD(1:4)
    END-IF.

CBA-EXIT.
    EXIT.


*--------------------------------------------------
CC-DELETE-PREFERENCE			    SECTION.
*--------------------------------------------------
