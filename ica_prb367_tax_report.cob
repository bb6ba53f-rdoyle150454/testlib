*********************************************************************
******* PROGRAM_NAME: [ICA_PRB367_TAX_REPORT.COB] *******************
*                                                                   *
*                                    [Club products sub-system]    *
*        Annual tax-authority report of interest and linkage       *
*        paid, with withholding                                     *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  ICA_PRB352_INT_ACCRUAL accrues interest and ICA_PRB350_CPI_     *
*  REVAL posts CPI linkage on the held balances; nothing computed  *
*  the tax to be withheld on those gains or produced the annual    *
*  return the tax authority requires per beneficiary.  PRB361's    *
*  certificate is for the members, not for the authority.  This    *
*  year-end batch:                                                  *
*                                                                   *
*    1. totals each accumulator's interest ("I") and linkage ("L") *
*       rows from the year's concatenated 875 history - the same   *
*       OLD_VALUE slice the two writers use and PRB361 reads;      *
*    2. finds the owning member (PRB361's lookup) and applies the  *
*       withholding rate table (one rate per income type, valid-   *
*       from/valid-to dated, the rate in force on 31-Dec of the    *
*       tax year) and the member's exemption - "F" fully exempt,   *
*       "R" reduced rate (never above the table rate).  A gain     *
*       type that is negative for the year (a falling index)       *
*       carries no tax;                                             *
*    3. posts the withholding as a proper ICD_PRT_875_HST_STP_UPD  *
*       history row on the accumulator the gain accrued on - its  *
*       own new meaning code in the 2875 code table, marker byte   *
*       "H" and the amount withheld in OLD_VALUE - so it leaves    *
*       the balance in ICA_TRB71Y_BAL_SNAPSHOT's proof and reaches *
*       ICA_TRB717_GL_JOURNAL as a WHTAX journal pair through the  *
*       day's gathered 875 file, like every other movement;        *
*    4. writes the tax authority's fixed-format annual file: one   *
*       header, one detail record per beneficiary (member id,      *
*       name, exemption, gross interest, gross linkage, taxable    *
*       amount, tax withheld), one trailer with the record count   *
*       and the control totals;                                     *
*    5. lists every beneficiary and every exception on the report. *
*                                                                   *
*  An accumulator whose member cannot be found, or whose tax is    *
*  too large for the history slice, is not withheld and not filed *
*  - it is listed for manual handling and the run ends in failure. *
*  A year is posted once: if the year's withholding 875 file is    *
*  already there the run is refused, nothing is posted twice.      *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*       TAX_YEAR             I    the reported year, CCYY.          *
*       RUN_DATE             I    creation date of the return,      *
*                                  CCYYMMDD.                          *
*       I875_YEAR_FILE_NAME  I    year's concatenated 875 rows.     *
*       PAYER_FILE_NO        I    the club's withholding file       *
*                                  number with the tax authority.   *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       I875_YEAR_FILE           I   year's 875 activity.           *
*       I_WHT_RATE_FILE          I   withholding rates by income    *
*                                     type.                          *
*       I_EXEMPT_FILE            I   member exemptions (optional).  *
*       ICD_PRT_755_BAL_CHK      I   accumulator -> member.         *
*       ICD_PRT_343_CLB_MEM_BAS  I   member id and name.            *
*       P_WHT_875_FILE           O   withholding history rows.      *
*       W_ACCUM_TOT_FILE        I/O  per-accumulator totals.        *
*       O_TAX_FILE               O   tax authority annual file.     *
*       O_REPORT_FILE            O   beneficiary / exception list.  *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171 *
*  875 row goes through              (see DC-WRITE-875-ROW)        *
*  ICA_TRF720_PERIOD_CHK before it                                 *
*  is written - a row dated into a                                 *
*  closed period is re-dated to the                                *
*  first open period and listed on                                 *
*  the prior-period register.                                      *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_PRB367_TAX_REPORT.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Year's concatenated 875 activity rows, all source programs.
    SELECT I875_YEAR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT I_WHT_RATE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   No exemptions on file is a legal state - own status.
    SELECT I_EXEMPT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_EXEMPT_STATUS.

    SELECT P_WHT_875_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   The same file, probed: a year already posted is not posted again.
    SELECT I_WHT_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_WHT_PROBE_STATUS.

*   One record per accumulator withheld on, between the two sorts.
    SELECT W_ACCUM_TOT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_TAX_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

    SELECT O_REPORT_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       SP$_COBRMS_FILE_STATUS.

*   Orders the gain rows per accumulator - see C-TOTAL-BY-ACCUM.
    SELECT  SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*   Orders the accumulator totals per member - see E-FILE-BY-MEMBER.
    SELECT  MEMBER_SORT_FILE
	   ASSIGN		  TO	       "SRTFIL".

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
 FD I875_YEAR_FILE
    VALUE OF ID IS L$_I875_YEAR_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"      FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    I875_YEAR_REC.

*   One record per income type and rate period, published by the
*   rates desk like PRB352's interest table:
*     WR_INCOME_TYPE - "I" interest / "L" CPI linkage.
*     WR_RATE_PCT    - withholding percentage.
 FD I_WHT_RATE_FILE
    VALUE OF ID IS L$_WHT_RATE_NAME.
 01 I_WHT_RATE_REC.
    03 WR_INCOME_TYPE               PIC X(01).
    03 WR_VALID_FROM                PIC 9(08).
    03 WR_VALID_TO                  PIC 9(08).
    03 WR_RATE_PCT                  PIC S9(03)V9(04).

*   One record per exemption certificate a member filed:
*     EX_EXEMPT_TYPE - "F" fully exempt / "R" reduced rate.
*     EX_REDUCED_PCT - the certificate's rate (type "R").
*     EX_VALID_TO    - zero means open-ended.
 FD I_EXEMPT_FILE
    VALUE OF ID IS L$_EXEMPT_NAME.
 01 I_EXEMPT_REC.
    03 EX_CLB_MEM_KEY               PIC X(30).
    03 EX_EXEMPT_TYPE               PIC X(01).
    03 EX_REDUCED_PCT               PIC S9(03)V9(04).
    03 EX_VALID_FROM                PIC 9(08).
    03 EX_VALID_TO                  PIC 9(08).
    03 EX_CERT_REF                  PIC X(20).

 FD P_WHT_875_FILE
    VALUE OF ID IS L$_P_WHT_875_NAME.
    COPY "ICD_CDD_WKSP:ICD_PRT_875_HST_STP_UPD"      FROM DICTIONARY
       REPLACING    ICD_PRT_875_HST_STP_UPD
              BY    P_WHT_875_REC.

 FD I_WHT_PROBE_FILE
    VALUE OF ID IS L$_P_WHT_875_NAME.
 01 I_WHT_PROBE_REC                 PIC X(01).

 FD W_ACCUM_TOT_FILE
    VALUE OF ID IS L$_ACCUM_TOT_NAME.
 01 W_ACCUM_TOT_REC.
    03 AW_CLB_MEM_KEY               PIC X(30).
    03 AW_ACCUM_INTR_ID             PIC X(20).
    03 AW_MEMBER_ID                 PIC 9(15).
    03 AW_NAME                      PIC X(40).
    03 AW_EXEMPT_TYPE               PIC X(01).
    03 AW_INTEREST                  PIC S9(12)V99.
    03 AW_LINKAGE                   PIC S9(12)V99.
    03 AW_TAXABLE                   PIC S9(12)V99.
    03 AW_WITHHELD                  PIC S9(12)V99.

 SD  SORT_FILE.
 01  GAIN_SORT_REC.
     03 S_ACCUM_INTR_ID             PIC X(20).
     03 S_INCOME_TYPE               PIC X(01).
     03 S_AMT                       PIC S9(12)V99.

 SD  MEMBER_SORT_FILE.
 01  MEMBER_SORT_REC.
     03 MS_CLB_MEM_KEY              PIC X(30).
     03 MS_ACCUM_INTR_ID            PIC X(20).
     03 MS_MEMBER_ID                PIC 9(15).
     03 MS_NAME                     PIC X(40).
     03 MS_EXEMPT_TYPE              PIC X(01).
     03 MS_INTEREST                 PIC S9(12)V99.
     03 MS_LINKAGE                  PIC S9(12)V99.
     03 MS_TAXABLE                  PIC S9(12)V99.
     03 MS_WITHHELD                 PIC S9(12)V99.

*   The tax authority's fixed-format annual file, 150 bytes, all
*   display: one "H" header, "D" detail per beneficiary, one "T"
*   trailer.  Amounts are unsigned with a separate "+"/"-" byte in
*   front, agorot implied.
 FD O_TAX_FILE
    VALUE OF ID IS L$_O_TAX_NAME.
 01 O_TAX_HEADER_REC.
    03 TH_REC_TYPE                  PIC X(01).
    03 TH_PAYER_FILE_NO             PIC X(09).
    03 TH_TAX_YEAR                  PIC 9(04).
    03 TH_CREATE_DATE               PIC 9(08).
    03 FILLER                       PIC X(128).
 01 O_TAX_DETAIL_REC.
    03 TD_REC_TYPE                  PIC X(01).
    03 TD_SEQ                       PIC 9(07).
    03 TD_MEMBER_ID                 PIC 9(15).
    03 TD_NAME                      PIC X(40).
    03 TD_EXEMPT_CODE               PIC X(01).
    03 TD_INTEREST_SIGN             PIC X(01).
    03 TD_INTEREST                  PIC 9(13)V99.
    03 TD_LINKAGE_SIGN              PIC X(01).
    03 TD_LINKAGE                   PIC 9(13)V99.
    03 TD_TAXABLE_SIGN              PIC X(01).
    03 TD_TAXABLE                   PIC 9(13)V99.
    03 TD_WITHHELD_SIGN             PIC X(01).
    03 TD_WITHHELD                  PIC 9(13)V99.
    03 FILLER                       PIC X(22).
 01 O_TAX_TRAILER_REC.
    03 TT_REC_TYPE                  PIC X(01).
    03 TT_DETAIL_CNT                PIC 9(07).
    03 TT_INTEREST_SIGN             PIC X(01).
    03 TT_INTEREST                  PIC 9(13)V99.
    03 TT_LINKAGE_SIGN              PIC X(01).
    03 TT_LINKAGE                   PIC 9(13)V99.
    03 TT_TAXABLE_SIGN              PIC X(01).
    03 TT_TAXABLE                   PIC 9(13)V99.
    03 TT_WITHHELD_SIGN             PIC X(01).
    03 TT_WITHHELD                  PIC 9(13)V99.
    03 FILLER                       PIC X(78).

 FD O_REPORT_FILE
    VALUE OF ID IS L$_O_REPORT_NAME.
 01 O_REPORT_REC.
    03 MSG                          PIC X(200).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 ICA_ICF_EXCEPTION_HANDLER	    PIC S9(9) COMP  VALUE EXTERNAL
    ICA_ICF_EXCEPTION_HANDLER.

 01 L$_I875_YEAR_NAME               PIC X(54).

 01 L$_WHT_RATE_NAME                PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_PRB367_WHT_RATES.DAT".

 01 L$_EXEMPT_NAME                  PIC X(42)
    VALUE "ICA_IN_DAT_DIR:ICA_PRB367_WHT_EXEMPT.DAT".

 01 L$_P_WHT_875_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB367_875_".
    03 L$_WS01_875_YEAR	    PIC 9(04).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_ACCUM_TOT_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB367_ACC_".
    03 L$_WS01_ACC_YEAR	    PIC 9(04).
    03 FILLER		    PIC X(04)	    VALUE ".TMP".

 01 L$_O_TAX_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(16)	    VALUE "ICA_PRB367_TAXF_".
    03 L$_WS01_TAX_YEAR	    PIC 9(04).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_O_REPORT_NAME.
    03 FILLER		    PIC X(15)	    VALUE "ICA_TR_DAT_DIR:".
    03 FILLER		    PIC X(15)	    VALUE "ICA_PRB367_RPT_".
    03 L$_WS01_RPT_YEAR	    PIC 9(04).
    03 FILLER		    PIC X(04)	    VALUE ".DAT".

 01 L$_EXEMPT_STATUS                PIC X(02).
    88 L$_EXEMPT_FOUND			    VALUE "00".

 01 L$_WHT_PROBE_STATUS             PIC X(02).
    88 L$_WHT_PROBE_FOUND		    VALUE "00".

 01 L$_SW01_SWITCHES.
    03 L$_SW01_EOF_875              PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_875_NO			    VALUE 0.
       88 L$_SW01_EOF_875_YES			    VALUE 1.
    03 L$_SW01_EOF_RATES            PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_RATES_NO			    VALUE 0.
       88 L$_SW01_EOF_RATES_YES			    VALUE 1.
    03 L$_SW01_EOF_EXEMPT           PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_EXEMPT_NO			    VALUE 0.
       88 L$_SW01_EOF_EXEMPT_YES		    VALUE 1.
    03 L$_SW01_EOF_SORT             PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_SORT_NO			    VALUE 0.
       88 L$_SW01_EOF_SORT_YES			    VALUE 1.
    03 L$_SW01_EOF_ACC_TOT          PIC 9(01)       VALUE 0.
       88 L$_SW01_EOF_ACC_TOT_NO		    VALUE 0.
       88 L$_SW01_EOF_ACC_TOT_YES		    VALUE 1.
    03 L$_SW01_FIRST_GROUP          PIC 9(01)       VALUE 1.
       88 L$_SW01_FIRST_GROUP_YES		    VALUE 1.
       88 L$_SW01_FIRST_GROUP_NO		    VALUE 0.

 01 L$_MH01_KEYS_TO_COMPARE.
    03 L$_MH01_CURR_ACCUM_INTR_ID.
       05 L$_MH01_CURR_ACCUM_INTR_ID_X   PIC X(20).
    03 L$_MH01_PREV_ACCUM_INTR_ID.
       05 L$_MH01_PREV_ACCUM_INTR_ID_X   PIC X(20).
    03 L$_MH01_CURR_MEM_KEY              PIC X(30).
    03 L$_MH01_PREV_MEM_KEY              PIC X(30).

 01 L$_CT01_COUNTERS.
    03 L$_CT01_875_REC              PIC 9(09).
    03 L$_CT01_GAIN_ROWS            PIC 9(09).
    03 L$_CT01_ACCUMS               PIC 9(09).
    03 L$_CT01_WHT_ROWS             PIC 9(09).
    03 L$_CT01_NO_MEMBER            PIC 9(09).
    03 L$_CT01_TOO_LARGE            PIC 9(09).
    03 L$_CT01_EXEMPT_F             PIC 9(09).
    03 L$_CT01_EXEMPT_R             PIC 9(09).
    03 L$_CT01_DETAILS              PIC 9(07).
    03 L$_CT01_TOT_INTEREST         PIC S9(15)V99 COMP.
    03 L$_CT01_TOT_LINKAGE          PIC S9(15)V99 COMP.
    03 L$_CT01_TOT_TAXABLE          PIC S9(15)V99 COMP.
    03 L$_CT01_TOT_WITHHELD         PIC S9(15)V99 COMP.

*   the 875 amount slice - marker byte, then a display S9(07)V99:
*   the same ten-byte OLD_VALUE convention every adjustment writer
*   uses, read back as PRB361 reads it.
 01 L$_WS01_875_MARKER              PIC X(01).
 01 L$_WS01_875_AMOUNT_X            PIC X(09).
 01 L$_WS01_875_AMOUNT REDEFINES L$_WS01_875_AMOUNT_X
                                    PIC S9(07)V99.

*   the withholding as it travels inside OLD_VALUE: marker byte "H"
*   and a display S9(07)V99. A tax too big for nine digits is
*   refused and left for manual handling, never truncated into the
*   history (PRB352's rule).
 01 L$_WS01_WHT_STORE               PIC S9(07)V99.
 01 L$_WS01_WHT_MAX                 PIC S9(12)V99 VALUE 9999999.99.

*   the loaded rate table.
 01 L$_WS01_RATE_TBL.
    03 L$_WS01_RT_CNT               PIC 9(03)       VALUE 0.
    03 L$_WS01_RT_ENTRY  OCCURS 100 TIMES
                         INDEXED BY L$_WS01_RT_IDX.
       05 L$_WS01_RT_INCOME_TYPE    PIC X(01).
       05 L$_WS01_RT_VALID_FROM     PIC 9(08).
       05 L$_WS01_RT_VALID_TO       PIC 9(08).
       05 L$_WS01_RT_PCT            PIC S9(03)V9(04).

*   the exemptions in force on 31-Dec of the tax year.
 01 L$_WS01_EXEMPT_TBL.
    03 L$_WS01_EX_CNT               PIC 9(05)       VALUE 0.
    03 L$_WS01_EX_ENTRY  OCCURS 5000 TIMES
                         INDEXED BY L$_WS01_EX_IDX.
       05 L$_WS01_EX_MEM_KEY        PIC X(30).
       05 L$_WS01_EX_TYPE           PIC X(01).
       05 L$_WS01_EX_PCT            PIC S9(03)V9(04).

 01 L$_WS01_TAX_YEAR_9              PIC 9(04).
 01 L$_WS01_YEAR_END                PIC 9(08).
 01 L$_WS01_RUN_DATE                PIC 9(08).
 01 L$_WS01_INT_PCT                 PIC S9(03)V9(04).
 01 L$_WS01_LNK_PCT                 PIC S9(03)V9(04).
 01 L$_WS01_USE_INT_PCT             PIC S9(03)V9(04).
 01 L$_WS01_USE_LNK_PCT             PIC S9(03)V9(04).
 01 L$_WS01_EXEMPT_TYPE             PIC X(01).
 01 L$_WS01_EXEMPT_PCT              PIC S9(03)V9(04).

*   one accumulator's year.
 01 L$_WS01_ACC_TOTALS.
    03 L$_WS01_ACC_INTEREST         PIC S9(12)V99.
    03 L$_WS01_ACC_LINKAGE          PIC S9(12)V99.
    03 L$_WS01_ACC_TAXABLE          PIC S9(12)V99.
    03 L$_WS01_ACC_WITHHELD         PIC S9(12)V99.

*   one beneficiary's year.
 01 L$_WS01_MEM_TOTALS.
    03 L$_WS01_MEM_MEMBER_ID        PIC 9(15).
    03 L$_WS01_MEM_NAME             PIC X(40).
    03 L$_WS01_MEM_EXEMPT_TYPE      PIC X(01).
    03 L$_WS01_MEM_INTEREST         PIC S9(12)V99.
    03 L$_WS01_MEM_LINKAGE          PIC S9(12)V99.
    03 L$_WS01_MEM_TAXABLE          PIC S9(12)V99.
    03 L$_WS01_MEM_WITHHELD         PIC S9(12)V99.

*   XS-SPLIT-SIGN's interface - the return's amount convention.
 01 L$_WS01_SIGNED_AMT              PIC S9(15)V99.
 01 L$_WS01_SIGN_BYTE               PIC X(01).
 01 L$_WS01_UNSIGNED_AMT            PIC 9(13)V99.

 01 LD$_AMT                         PIC -(12)9.99.
 01 LD$_AMT2                        PIC -(12)9.99.
 01 LD$_AMT3                        PIC -(12)9.99.

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.

* ICA wksp and inc copies
*------------------------
 COPY "ICA_CDD_WKSP:ICA_RMS_MSG_WKSP"                FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2875_VAL"    FROM DICTIONARY.

*   central run registry (see ICA_TRF712_RUN_REG): one start
*   record from B-INIT, one end record from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"          FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_PRT_343_CLB_MEM_BAS_DBW"      FROM DICTIONARY.
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
 COPY 'UTL_CDD_WKSP:UTL_USER_ACW'                    FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CONTROL_ACW'                 FROM DICTIONARY.

*   New dictionary member. Assumed shape (see Parameters box):
*     TAX_YEAR            - the reported year, CCYY.
*     RUN_DATE            - creation date of the return, CCYYMMDD.
*     I875_YEAR_FILE_NAME - year's concatenated 875 file.
*     PAYER_FILE_NO       - X(09), the club's withholding file no.
 COPY 'ICA_CDD_WKSP:ICA_PRB367_TAX_REPORT_WKSP'       FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING UTL_USER_ACW
                          UTL_CONTROL_ACW
                          ICA_PRB367_TAX_REPORT_WKSP
                   GIVING SP$_ACW_PROC_AUX_STATUS.
*********************************************************************
 DECLARATIVES.
*-----------------------------------------------------------------------
 001-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I875_YEAR_FILE.
 001.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_I875_YEAR_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 001-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 002-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON I_WHT_RATE_FILE.
 002.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_WHT_RATE_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 002-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 003-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON P_WHT_875_FILE.
 003.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_P_WHT_875_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 003-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 004-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON W_ACCUM_TOT_FILE.
 004.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_ACCUM_TOT_NAME
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
*-----------------------------------------------------------------------
 005-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_TAX_FILE.
 005.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_TAX_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 005-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
*-----------------------------------------------------------------------
 006-I-O-PROBLEM	    SECTION.
*-----------------------------------------------------------------------
    USE AFTER STANDARD ERROR PROCEDURE ON O_REPORT_FILE.
 006.
****
    IF NOT SP$_COBRMS_SUCCESS IN SP$_COBRMS_FILE_STATUS
       DISPLAY "** Error handling in file: " L$_O_REPORT_NAME
       DISPLAY "** SP$_COBRMS_FILE_STATUS: " SP$_COBRMS_FILE_STATUS

       MOVE RMS-CURRENT-STS	TO P$_RMS_CURRENT_STS
       MOVE RMS-CURRENT-STV	TO P$_RMS_CURRENT_STV

       CALL 'ICA_ICF_XLATE_RMS_STS'  USING  ICA_RMS_MSG_WKSP

       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(1)
       DISPLAY MSG_TEXT	    IN ICA_RMS_MSG_WKSP(2)

       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       MOVE SP$_MSG_ERROR                       TO SP$_ACW_PROC_AUX_STATUS
       MOVE "Sec:DECLARATIVES 006-I-O-PROBLEM"  TO SP$_ACW_FREE_TEXT

       EXIT PROGRAM
    END-IF
    .
 END DECLARATIVES.

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    PERFORM B-INIT

    PERFORM C-TOTAL-BY-ACCUM

    PERFORM E-FILE-BY-MEMBER

    PERFORM Z-FINISH
    .
 A-EXIT.    EXIT.
*--------------------------------------------------------------------
 B-INIT                     SECTION.
*--------------------------------------------------------------------
 B-00.

    DISPLAY 'Start of program: ICA_PRB367_TAX_REPORT.'

    INITIALIZE L$_SW01_SWITCHES
               L$_CT01_COUNTERS
               L$_MH01_KEYS_TO_COMPARE
               L$_WS01_RATE_TBL
               L$_WS01_EXEMPT_TBL

    MOVE SP$_MSG_NORMAL
      TO SP$_ACW_PROC_AUX_STATUS  OF UTL_CONTROL_ACW

    MOVE I875_YEAR_FILE_NAME  IN ICA_PRB367_TAX_REPORT_INP
      TO L$_I875_YEAR_NAME

    MOVE TAX_YEAR             IN ICA_PRB367_TAX_REPORT_INP
      TO L$_WS01_TAX_YEAR_9
         L$_WS01_875_YEAR         IN L$_P_WHT_875_NAME
         L$_WS01_ACC_YEAR         IN L$_ACCUM_TOT_NAME
         L$_WS01_TAX_YEAR         IN L$_O_TAX_NAME
         L$_WS01_RPT_YEAR         IN L$_O_REPORT_NAME

    COMPUTE L$_WS01_YEAR_END = L$_WS01_TAX_YEAR_9 * 10000 + 1231

    MOVE RUN_DATE             IN ICA_PRB367_TAX_REPORT_INP
      TO L$_WS01_RUN_DATE

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB367_TAX_REPORT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE TAX_YEAR	    IN ICA_PRB367_TAX_REPORT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "S"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

*#  a year already posted is never posted again - backing out the
*#  first posting is a decision for accounting, not for a rerun.
    OPEN INPUT I_WHT_PROBE_FILE

    IF L$_WHT_PROBE_FOUND
       CLOSE I_WHT_PROBE_FILE
       DISPLAY "** RUN REFUSED - withholding for " L$_WS01_TAX_YEAR_9
               " already posted: " L$_P_WHT_875_NAME
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    OPEN OUTPUT O_REPORT_FILE
    DISPLAY "Open Output File: " L$_O_REPORT_NAME

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Annual withholding report on interest and linkage - tax "
           "year " L$_WS01_TAX_YEAR_9
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    PERFORM BA-LOAD-RATE-TABLE

    PERFORM BB-LOAD-EXEMPTIONS

    OPEN OUTPUT P_WHT_875_FILE
    DISPLAY "Open Output File: " L$_P_WHT_875_NAME

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-LOAD-RATE-TABLE			SECTION.
*--------------------------------------------------------------------
*# both income types must have a rate in force on 31-Dec - tax
*# withheld at a guessed rate is worse than no run.  With overlapping
*# periods the LAST matching row wins, PRB352's rule.
 BA-00.

    OPEN INPUT I_WHT_RATE_FILE
    DISPLAY "Open Input File: " L$_WHT_RATE_NAME

    PERFORM UNTIL L$_SW01_EOF_RATES_YES
       READ I_WHT_RATE_FILE
          AT END
             SET L$_SW01_EOF_RATES_YES TO TRUE
          NOT AT END
             IF L$_WS01_RT_CNT < 100
                ADD 1 TO L$_WS01_RT_CNT
                SET L$_WS01_RT_IDX TO L$_WS01_RT_CNT
                MOVE WR_INCOME_TYPE
                  TO L$_WS01_RT_INCOME_TYPE(L$_WS01_RT_IDX)
                MOVE WR_VALID_FROM
                  TO L$_WS01_RT_VALID_FROM(L$_WS01_RT_IDX)
                MOVE WR_VALID_TO
                  TO L$_WS01_RT_VALID_TO(L$_WS01_RT_IDX)
                MOVE WR_RATE_PCT
                  TO L$_WS01_RT_PCT(L$_WS01_RT_IDX)
             ELSE
                DISPLAY "*** WARNING: more than 100 rate rows "
                        "- extras ignored ***"
             END-IF
       END-READ
    END-PERFORM

    CLOSE I_WHT_RATE_FILE

    MOVE -1 TO L$_WS01_INT_PCT
               L$_WS01_LNK_PCT

    PERFORM VARYING L$_WS01_RT_IDX FROM 1 BY 1
               UNTIL L$_WS01_RT_IDX > L$_WS01_RT_CNT
       IF L$_WS01_RT_VALID_FROM(L$_WS01_RT_IDX)
          NOT > L$_WS01_YEAR_END
      AND L$_WS01_RT_VALID_TO(L$_WS01_RT_IDX)
          NOT < L$_WS01_YEAR_END
          EVALUATE L$_WS01_RT_INCOME_TYPE(L$_WS01_RT_IDX)
              WHEN "I"
                   MOVE L$_WS01_RT_PCT(L$_WS01_RT_IDX)
                     TO L$_WS01_INT_PCT
              WHEN "L"
                   MOVE L$_WS01_RT_PCT(L$_WS01_RT_IDX)
                     TO L$_WS01_LNK_PCT
          END-EVALUATE
       END-IF
    END-PERFORM

    IF L$_WS01_INT_PCT < ZERO
    OR L$_WS01_LNK_PCT < ZERO
       DISPLAY "** No withholding rate in force on " L$_WS01_YEAR_END
               " for interest and linkage both. Run refused."
       MOVE "** RUN REFUSED - withholding rate table incomplete."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       CLOSE O_REPORT_FILE
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
       SET SP$_EXIT_STATUS_FAILURE TO TRUE

       CALL 'UTL_TERM_PROG_FUNCTION'
       CALL 'UTL_EXIT_ROUTINE' USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
    END-IF

    MOVE SPACES TO MSG IN O_REPORT_REC
    STRING "Withholding rates in force on " L$_WS01_YEAR_END
           " - interest " L$_WS01_INT_PCT "%  linkage "
           L$_WS01_LNK_PCT "%"
      DELIMITED BY SIZE
      INTO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 BB-LOAD-EXEMPTIONS			SECTION.
*--------------------------------------------------------------------
*# only certificates covering 31-Dec of the tax year are kept; a
*# bad exemption type is listed and ignored - the member is then
*# taxed at the table rate, which the authority can refund, the
*# opposite mistake it cannot collect.
 BB-00.

    OPEN INPUT I_EXEMPT_FILE

    IF NOT L$_EXEMPT_FOUND
       DISPLAY "No exemption file - every member at the table rate."
       MOVE "NO EXEMPTION FILE - EVERY MEMBER AT THE TABLE RATE."
         TO MSG IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO BB-EXIT
    END-IF

    PERFORM UNTIL L$_SW01_EOF_EXEMPT_YES
       READ I_EXEMPT_FILE
          AT END
             SET L$_SW01_EOF_EXEMPT_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_EXEMPT_NO
      AND EX_VALID_FROM NOT > L$_WS01_YEAR_END
      AND (EX_VALID_TO = ZERO
        OR EX_VALID_TO NOT < L$_WS01_YEAR_END)
          IF EX_EXEMPT_TYPE NOT = "F"
         AND EX_EXEMPT_TYPE NOT = "R"
             MOVE SPACES TO MSG IN O_REPORT_REC
             STRING "** EXEMPTION IGNORED - unknown type "
                    EX_EXEMPT_TYPE " MEMBER:" EX_CLB_MEM_KEY
                    " CERT:" EX_CERT_REF
               DELIMITED BY SIZE
               INTO MSG IN O_REPORT_REC
             PERFORM W-WRITE-REPORT-LINE
          ELSE
             IF L$_WS01_EX_CNT NOT < 5000
                DISPLAY "** More than 5000 exemptions in force - "
                        "run refused."
                CLOSE O_REPORT_FILE
                MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
                SET SP$_EXIT_STATUS_FAILURE TO TRUE

                CALL 'UTL_TERM_PROG_FUNCTION'
                CALL 'UTL_EXIT_ROUTINE'
                     USING BY REFERENCE UTL_EXIT_ROUTINE_WKSP
             END-IF
             ADD 1 TO L$_WS01_EX_CNT
             SET L$_WS01_EX_IDX TO L$_WS01_EX_CNT
             MOVE EX_CLB_MEM_KEY  TO L$_WS01_EX_MEM_KEY(L$_WS01_EX_IDX)
             MOVE EX_EXEMPT_TYPE  TO L$_WS01_EX_TYPE(L$_WS01_EX_IDX)
             MOVE EX_REDUCED_PCT  TO L$_WS01_EX_PCT(L$_WS01_EX_IDX)
          END-IF
       END-IF
    END-PERFORM

    CLOSE I_EXEMPT_FILE

    DISPLAY "Exemptions in force: ", L$_WS01_EX_CNT
    .
 BB-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-TOTAL-BY-ACCUM			SECTION.
*--------------------------------------------------------------------
 C-00.

    OPEN OUTPUT W_ACCUM_TOT_FILE

    SORT SORT_FILE
         ON ASCENDING
         KEY S_ACCUM_INTR_ID
         WITH DUPLICATES IN ORDER
         INPUT  PROCEDURE CA-RELEASE-GAIN-ROWS
         OUTPUT PROCEDURE CB-WITHHOLD-BY-ACCUM

    CLOSE W_ACCUM_TOT_FILE
          P_WHT_875_FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-RELEASE-GAIN-ROWS			SECTION.
*--------------------------------------------------------------------
*# only the two gains the authority taxes - PRB352's interest rows
*# (marker "I") and PRB350's linkage rows (marker "L"); a row whose
*# marker does not match its meaning code is not a gain we can
*# read, and is left out.
 CA-00.

    OPEN INPUT I875_YEAR_FILE
    DISPLAY "Open Input File: " L$_I875_YEAR_NAME

    PERFORM UNTIL L$_SW01_EOF_875_YES
       READ I875_YEAR_FILE
          AT END
             SET L$_SW01_EOF_875_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_875_NO
          ADD 1 TO L$_CT01_875_REC

          MOVE OLD_VALUE IN I875_YEAR_REC(1:1) TO L$_WS01_875_MARKER
          MOVE OLD_VALUE IN I875_YEAR_REC(2:9) TO L$_WS01_875_AMOUNT_X

          MOVE SPACES TO S_INCOME_TYPE

          IF UPDATE_MEANING_CODE IN I875_YEAR_REC
             = V2875$INTEREST_ACCRUAL
         AND L$_WS01_875_MARKER = "I"
             MOVE "I" TO S_INCOME_TYPE
          END-IF

          IF UPDATE_MEANING_CODE IN I875_YEAR_REC
             = V2875$CPI_LINKAGE_ADJ
         AND L$_WS01_875_MARKER = "L"
             MOVE "L" TO S_INCOME_TYPE
          END-IF

          IF S_INCOME_TYPE NOT = SPACES
             ADD 1 TO L$_CT01_GAIN_ROWS
             MOVE ACCUM_INTR_ID IN I875_YEAR_REC TO S_ACCUM_INTR_ID
             MOVE L$_WS01_875_AMOUNT              TO S_AMT
             RELEASE GAIN_SORT_REC
          END-IF
       END-IF
    END-PERFORM

    CLOSE I875_YEAR_FILE
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 CB-WITHHOLD-BY-ACCUM			SECTION.
*--------------------------------------------------------------------
 CB-00.

    SET L$_SW01_FIRST_GROUP_YES TO TRUE

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          MOVE S_ACCUM_INTR_ID
            TO L$_MH01_CURR_ACCUM_INTR_ID_X

          IF L$_SW01_FIRST_GROUP_NO AND
             L$_MH01_CURR_ACCUM_INTR_ID NOT = L$_MH01_PREV_ACCUM_INTR_ID
             PERFORM DB-END-ACCUM
          END-IF

          IF L$_SW01_FIRST_GROUP_YES OR
             L$_MH01_CURR_ACCUM_INTR_ID NOT = L$_MH01_PREV_ACCUM_INTR_ID
             INITIALIZE L$_WS01_ACC_TOTALS
          END-IF

          IF S_INCOME_TYPE = "I"
             ADD S_AMT TO L$_WS01_ACC_INTEREST
          ELSE
             ADD S_AMT TO L$_WS01_ACC_LINKAGE
          END-IF

          MOVE L$_MH01_CURR_ACCUM_INTR_ID
            TO L$_MH01_PREV_ACCUM_INTR_ID

          SET L$_SW01_FIRST_GROUP_NO  TO TRUE
       END-IF
    END-PERFORM

    IF L$_SW01_FIRST_GROUP_NO
       PERFORM DB-END-ACCUM
    END-IF
    .
 CB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DB-END-ACCUM				SECTION.
*--------------------------------------------------------------------
*# one accumulator's year: owner, rate, tax, history row, and one
*# totals record for the per-member pass.
 DB-00.

    IF L$_WS01_ACC_INTEREST = ZERO
   AND L$_WS01_ACC_LINKAGE  = ZERO
       GO TO DB-EXIT
    END-IF

    ADD 1 TO L$_CT01_ACCUMS

    PERFORM DD-GET-ACCUM-AND-MEMBER

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW NOT = SP$_MSG_NORMAL
    OR DP$_STATUS IN ICD_PRT_343_CLB_MEM_BAS_DBW NOT = SP$_MSG_NORMAL
       ADD 1 TO L$_CT01_NO_MEMBER
       MOVE L$_WS01_ACC_INTEREST TO LD$_AMT
       MOVE L$_WS01_ACC_LINKAGE  TO LD$_AMT2
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "** NO MEMBER - not withheld, not filed - manual "
              "handling, ACCUM:" L$_MH01_PREV_ACCUM_INTR_ID_X
              " INTEREST: " LD$_AMT " LINKAGE: " LD$_AMT2
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    PERFORM DE-FIND-EXEMPTION

*#  the rate each gain is withheld at - a reduced-rate certificate
*#  never raises the table rate.
    EVALUATE L$_WS01_EXEMPT_TYPE
        WHEN "F"
             MOVE ZERO TO L$_WS01_USE_INT_PCT
                          L$_WS01_USE_LNK_PCT
        WHEN "R"
             MOVE L$_WS01_INT_PCT TO L$_WS01_USE_INT_PCT
             MOVE L$_WS01_LNK_PCT TO L$_WS01_USE_LNK_PCT
             IF L$_WS01_EXEMPT_PCT < L$_WS01_USE_INT_PCT
                MOVE L$_WS01_EXEMPT_PCT TO L$_WS01_USE_INT_PCT
             END-IF
             IF L$_WS01_EXEMPT_PCT < L$_WS01_USE_LNK_PCT
                MOVE L$_WS01_EXEMPT_PCT TO L$_WS01_USE_LNK_PCT
             END-IF
        WHEN OTHER
             MOVE L$_WS01_INT_PCT TO L$_WS01_USE_INT_PCT
             MOVE L$_WS01_LNK_PCT TO L$_WS01_USE_LNK_PCT
    END-EVALUATE

*#  a gain type that fell over the year carries no tax.
    MOVE ZERO TO L$_WS01_ACC_TAXABLE
                 L$_WS01_ACC_WITHHELD

    IF L$_WS01_ACC_INTEREST > ZERO
       ADD L$_WS01_ACC_INTEREST TO L$_WS01_ACC_TAXABLE
       COMPUTE L$_WS01_ACC_WITHHELD ROUNDED =
               L$_WS01_ACC_WITHHELD
             + L$_WS01_ACC_INTEREST * L$_WS01_USE_INT_PCT / 100
    END-IF

    IF L$_WS01_ACC_LINKAGE > ZERO
       ADD L$_WS01_ACC_LINKAGE TO L$_WS01_ACC_TAXABLE
       COMPUTE L$_WS01_ACC_WITHHELD ROUNDED =
               L$_WS01_ACC_WITHHELD
             + L$_WS01_ACC_LINKAGE * L$_WS01_USE_LNK_PCT / 100
    END-IF

    IF L$_WS01_ACC_WITHHELD > L$_WS01_WHT_MAX
       ADD 1 TO L$_CT01_TOO_LARGE
       MOVE L$_WS01_ACC_WITHHELD TO LD$_AMT
       MOVE SPACES  TO MSG IN O_REPORT_REC
       STRING "** TOO LARGE FOR HISTORY - not withheld, not filed - "
              "manual handling, ACCUM:" L$_MH01_PREV_ACCUM_INTR_ID_X
              " TAX: " LD$_AMT
         DELIMITED BY SIZE
         INTO MSG  IN O_REPORT_REC
       PERFORM W-WRITE-REPORT-LINE
       GO TO DB-EXIT
    END-IF

    IF L$_WS01_ACC_WITHHELD > ZERO
       PERFORM DC-WRITE-875-ROW
    END-IF

    MOVE ICD_PRT_343_CLB_MEM_BAS_PRW
      IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
      TO AW_CLB_MEM_KEY
    MOVE L$_MH01_PREV_ACCUM_INTR_ID_X
      TO AW_ACCUM_INTR_ID
    MOVE MEMBER_ID   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO AW_MEMBER_ID
    MOVE FLAT_NAME   IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW
      TO AW_NAME
    MOVE L$_WS01_EXEMPT_TYPE  TO AW_EXEMPT_TYPE
    MOVE L$_WS01_ACC_INTEREST TO AW_INTEREST
    MOVE L$_WS01_ACC_LINKAGE  TO AW_LINKAGE
    MOVE L$_WS01_ACC_TAXABLE  TO AW_TAXABLE
    MOVE L$_WS01_ACC_WITHHELD TO AW_WITHHELD

    WRITE W_ACCUM_TOT_REC
    .
 DB-EXIT.    EXIT.
*--------------------------------------------------------------------
 DC-WRITE-875-ROW			SECTION.
*--------------------------------------------------------------------
*# the withholding as a proper history row on the accumulator the
*# gain accrued on: the new tax-withholding meaning code in the 2875
*# code table, ACTION_ID 7 = money leaves the accumulator (as the
*# write-off and the dormant transfer post), the amount in OLD_VALUE
*# as marker byte "H" plus a display S9(07)V99 - the OLD_VALUE slice
*# every adjustment writer uses.
 DC-00.

    INITIALIZE P_WHT_875_REC

    MOVE V2875$TAX_WITHHOLDING
      TO UPDATE_MEANING_CODE	IN P_WHT_875_REC

    MOVE 7
      TO ACTION_ID		IN P_WHT_875_REC

    MOVE L$_MH01_PREV_ACCUM_INTR_ID_X
      TO ACCUM_INTR_ID		IN P_WHT_875_REC

    MOVE L$_WS01_ACC_WITHHELD
      TO L$_WS01_WHT_STORE
    MOVE "H"
      TO OLD_VALUE		IN P_WHT_875_REC(1:1)
    MOVE L$_WS01_WHT_STORE
      TO OLD_VALUE		IN P_WHT_875_REC(2:9)

    MOVE SP$_ACW_USER_NAME	IN UTL_USER_ACW
      TO UPDATE_USER_CODE	IN P_WHT_875_REC

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_WHT_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_PRB367_TAX_REPORT"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_WHT_875_REC

    WRITE P_WHT_875_REC

    ADD 1 TO L$_CT01_WHT_ROWS
    .
 DC-EXIT.    EXIT.
*--------------------------------------------------------------------
 DD-GET-ACCUM-AND-MEMBER		SECTION.
*--------------------------------------------------------------------
*# owning member of the accumulator - PRB361's lookup.
 DD-00.

    INITIALIZE ICD_PRT_755_BAL_CHK_DBW

    MOVE L$_MH01_PREV_ACCUM_INTR_ID_X
      TO ACCUM_INTR_ID IN ICD_PRT_755_BAL_CHK_PRW

    ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	DP$_ACTION IN ICD_PRT_755_BAL_CHK_DBW
    CALL 'ICD_PRT_755_BAL_CHK_DBA' USING ICD_PRT_755_BAL_CHK_DBW

    INITIALIZE ICD_PRT_343_CLB_MEM_BAS_DBW

    IF DP$_STATUS IN ICD_PRT_755_BAL_CHK_DBW = SP$_MSG_NORMAL
       MOVE CLB_MEM_KEY     IN ICD_PRT_755_BAL_CHK_PRW
         TO ICD_PRT_343_CLB_MEM_BAS_PRW

       ADD DP$_SYM_INQUIRE TO DP$_SYM_ACCESS_RDB GIVING
	   DP$_ACTION IN ICD_PRT_343_CLB_MEM_BAS_DBW
       CALL 'ICD_PRT_343_CLB_MEM_BAS_DBA' USING ICD_PRT_343_CLB_MEM_BAS_DBW
    END-IF
    .
 DD-EXIT.    EXIT.
*--------------------------------------------------------------------
 DE-FIND-EXEMPTION			SECTION.
*--------------------------------------------------------------------
*# the member's certificate in force on 31-Dec; with two, the LAST
*# one on file wins - a renewal is appended after what it replaces.
 DE-00.

    MOVE SPACES TO L$_WS01_EXEMPT_TYPE
    MOVE ZERO   TO L$_WS01_EXEMPT_PCT

    PERFORM VARYING L$_WS01_EX_IDX FROM 1 BY 1
               UNTIL L$_WS01_EX_IDX > L$_WS01_EX_CNT
       IF L$_WS01_EX_MEM_KEY(L$_WS01_EX_IDX)
          = ICD_PRT_343_CLB_MEM_BAS_PRW
            IN ICD_PRT_343_CLB_MEM_BAS_DBW(1:30)
          MOVE L$_WS01_EX_TYPE(L$_WS01_EX_IDX) TO L$_WS01_EXEMPT_TYPE
          MOVE L$_WS01_EX_PCT(L$_WS01_EX_IDX)  TO L$_WS01_EXEMPT_PCT
       END-IF
    END-PERFORM
    .
 DE-EXIT.    EXIT.
*--------------------------------------------------------------------
 E-FILE-BY-MEMBER			SECTION.
*--------------------------------------------------------------------
*# the return is per beneficiary: the accumulator totals are
*# ordered by member and each member becomes one detail record.
 E-00.

    OPEN OUTPUT O_TAX_FILE
    DISPLAY "Open Output File: " L$_O_TAX_NAME

    MOVE SPACES               TO O_TAX_HEADER_REC
    MOVE "H"                  TO TH_REC_TYPE
    MOVE PAYER_FILE_NO        IN ICA_PRB367_TAX_REPORT_INP
      TO TH_PAYER_FILE_NO
    MOVE L$_WS01_TAX_YEAR_9   TO TH_TAX_YEAR
    MOVE L$_WS01_RUN_DATE     TO TH_CREATE_DATE
    WRITE O_TAX_HEADER_REC

    MOVE SPACES TO MSG IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    MOVE "BENEFICIARIES - member id, name, exemption, interest, "
      TO MSG IN O_REPORT_REC
    MOVE "linkage, tax withheld" TO MSG IN O_REPORT_REC(55:21)
    PERFORM W-WRITE-REPORT-LINE

    SET L$_SW01_FIRST_GROUP_YES TO TRUE
    SET L$_SW01_EOF_SORT_NO     TO TRUE

    SORT MEMBER_SORT_FILE
         ON ASCENDING
         KEY MS_CLB_MEM_KEY
             MS_ACCUM_INTR_ID
         INPUT  PROCEDURE EA-RELEASE-ACCUM-TOTALS
         OUTPUT PROCEDURE EB-WRITE-BENEFICIARIES

    MOVE SPACES               TO O_TAX_TRAILER_REC
    MOVE "T"                  TO TT_REC_TYPE
    MOVE L$_CT01_DETAILS      TO TT_DETAIL_CNT

    MOVE L$_CT01_TOT_INTEREST TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE    TO TT_INTEREST_SIGN
    MOVE L$_WS01_UNSIGNED_AMT TO TT_INTEREST

    MOVE L$_CT01_TOT_LINKAGE  TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE    TO TT_LINKAGE_SIGN
    MOVE L$_WS01_UNSIGNED_AMT TO TT_LINKAGE

    MOVE L$_CT01_TOT_TAXABLE  TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE    TO TT_TAXABLE_SIGN
    MOVE L$_WS01_UNSIGNED_AMT TO TT_TAXABLE

    MOVE L$_CT01_TOT_WITHHELD TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE    TO TT_WITHHELD_SIGN
    MOVE L$_WS01_UNSIGNED_AMT TO TT_WITHHELD

    WRITE O_TAX_TRAILER_REC

    CLOSE O_TAX_FILE
    DISPLAY "Close Output File: " L$_O_TAX_NAME
    .
 E-EXIT.    EXIT.
*--------------------------------------------------------------------
 EA-RELEASE-ACCUM-TOTALS		SECTION.
*--------------------------------------------------------------------
 EA-00.

    OPEN INPUT W_ACCUM_TOT_FILE

    PERFORM UNTIL L$_SW01_EOF_ACC_TOT_YES
       READ W_ACCUM_TOT_FILE
          AT END
             SET L$_SW01_EOF_ACC_TOT_YES TO TRUE
       END-READ

       IF L$_SW01_EOF_ACC_TOT_NO
          MOVE W_ACCUM_TOT_REC TO MEMBER_SORT_REC
          RELEASE MEMBER_SORT_REC
       END-IF
    END-PERFORM

    CLOSE W_ACCUM_TOT_FILE
    .
 EA-EXIT.    EXIT.
*--------------------------------------------------------------------
 EB-WRITE-BENEFICIARIES		SECTION.
*--------------------------------------------------------------------
 EB-00.

    PERFORM UNTIL L$_SW01_EOF_SORT_YES
       RETURN MEMBER_SORT_FILE
          AT END
             SET L$_SW01_EOF_SORT_YES TO TRUE
       END-RETURN

       IF L$_SW01_EOF_SORT_NO
          MOVE MS_CLB_MEM_KEY TO L$_MH01_CURR_MEM_KEY

          IF L$_SW01_FIRST_GROUP_NO AND
             L$_MH01_CURR_MEM_KEY NOT = L$_MH01_PREV_MEM_KEY
             PERFORM FB-END-BENEFICIARY
          END-IF

          IF L$_SW01_FIRST_GROUP_YES OR
             L$_MH01_CURR_MEM_KEY NOT = L$_MH01_PREV_MEM_KEY
             INITIALIZE L$_WS01_MEM_TOTALS
             MOVE MS_MEMBER_ID   TO L$_WS01_MEM_MEMBER_ID
             MOVE MS_NAME        TO L$_WS01_MEM_NAME
             MOVE MS_EXEMPT_TYPE TO L$_WS01_MEM_EXEMPT_TYPE
          END-IF

          ADD MS_INTEREST TO L$_WS01_MEM_INTEREST
          ADD MS_LINKAGE  TO L$_WS01_MEM_LINKAGE
          ADD MS_TAXABLE  TO L$_WS01_MEM_TAXABLE
          ADD MS_WITHHELD TO L$_WS01_MEM_WITHHELD

          MOVE L$_MH01_CURR_MEM_KEY TO L$_MH01_PREV_MEM_KEY

          SET L$_SW01_FIRST_GROUP_NO  TO TRUE
       END-IF
    END-PERFORM

    IF L$_SW01_FIRST_GROUP_NO
       PERFORM FB-END-BENEFICIARY
    END-IF
    .
 EB-EXIT.    EXIT.
*--------------------------------------------------------------------
 FB-END-BENEFICIARY			SECTION.
*--------------------------------------------------------------------
*# one detail record and one report line per beneficiary, and the
*# control totals the trailer carries.
 FB-00.

    ADD 1 TO L$_CT01_DETAILS

    EVALUATE L$_WS01_MEM_EXEMPT_TYPE
        WHEN "F"
             ADD 1 TO L$_CT01_EXEMPT_F
        WHEN "R"
             ADD 1 TO L$_CT01_EXEMPT_R
    END-EVALUATE

    ADD L$_WS01_MEM_INTEREST TO L$_CT01_TOT_INTEREST
    ADD L$_WS01_MEM_LINKAGE  TO L$_CT01_TOT_LINKAGE
    ADD L$_WS01_MEM_TAXABLE  TO L$_CT01_TOT_TAXABLE
    ADD L$_WS01_MEM_WITHHELD TO L$_CT01_TOT_WITHHELD

    MOVE SPACES                  TO O_TAX_DETAIL_REC
    MOVE "D"                     TO TD_REC_TYPE
    MOVE L$_CT01_DETAILS         TO TD_SEQ
    MOVE L$_WS01_MEM_MEMBER_ID   TO TD_MEMBER_ID
    MOVE L$_WS01_MEM_NAME        TO TD_NAME
    MOVE L$_WS01_MEM_EXEMPT_TYPE TO TD_EXEMPT_CODE

    MOVE L$_WS01_MEM_INTEREST    TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE       TO TD_INTEREST_SIGN
    MOVE L$_WS01_UNSIGNED_AMT    TO TD_INTEREST

    MOVE L$_WS01_MEM_LINKAGE     TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE       TO TD_LINKAGE_SIGN
    MOVE L$_WS01_UNSIGNED_AMT    TO TD_LINKAGE

    MOVE L$_WS01_MEM_TAXABLE     TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE       TO TD_TAXABLE_SIGN
    MOVE L$_WS01_UNSIGNED_AMT    TO TD_TAXABLE

    MOVE L$_WS01_MEM_WITHHELD    TO L$_WS01_SIGNED_AMT
    PERFORM XS-SPLIT-SIGN
    MOVE L$_WS01_SIGN_BYTE       TO TD_WITHHELD_SIGN
    MOVE L$_WS01_UNSIGNED_AMT    TO TD_WITHHELD

    WRITE O_TAX_DETAIL_REC

    MOVE L$_WS01_MEM_INTEREST TO LD$_AMT
    MOVE L$_WS01_MEM_LINKAGE  TO LD$_AMT2
    MOVE L$_WS01_MEM_WITHHELD TO LD$_AMT3
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING L$_WS01_MEM_MEMBER_ID " " L$_WS01_MEM_NAME
           " EXEMPT:" L$_WS01_MEM_EXEMPT_TYPE
           " INTEREST:" LD$_AMT " LINKAGE:" LD$_AMT2
           " WITHHELD:" LD$_AMT3
      DELIMITED BY SIZE
      INTO MSG  IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE
    .
 FB-EXIT.    EXIT.
*--------------------------------------------------------------------
 XS-SPLIT-SIGN				SECTION.
*--------------------------------------------------------------------
 XS-00.

    IF L$_WS01_SIGNED_AMT < ZERO
       MOVE "-" TO L$_WS01_SIGN_BYTE
       COMPUTE L$_WS01_UNSIGNED_AMT = ZERO - L$_WS01_SIGNED_AMT
    ELSE
       MOVE "+" TO L$_WS01_SIGN_BYTE
       MOVE L$_WS01_SIGNED_AMT TO L$_WS01_UNSIGNED_AMT
    END-IF
    .
 XS-EXIT.    EXIT.
*--------------------------------------------------------------------
 W-WRITE-REPORT-LINE			SECTION.
*--------------------------------------------------------------------
 W-00.

    WRITE O_REPORT_REC
    .
 W-EXIT.    EXIT.
*--------------------------------------------------------------------
 Z-FINISH				SECTION.
*--------------------------------------------------------------------
 Z-00.

    MOVE SPACES
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE "Totals follow - the control totals of the annual file."
      TO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Total 875 activity rows read:" DELIMITED BY SIZE
           L$_CT01_875_REC                 DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Interest/linkage rows totalled:" DELIMITED BY SIZE
           L$_CT01_GAIN_ROWS                 DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Accumulators with gains:" DELIMITED BY SIZE
           L$_CT01_ACCUMS             DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Withholding history rows written:" DELIMITED BY SIZE
           L$_CT01_WHT_ROWS                    DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    STRING "Beneficiaries filed:" DELIMITED BY SIZE
           L$_CT01_DETAILS        DELIMITED BY SIZE
           "  fully exempt:"      DELIMITED BY SIZE
           L$_CT01_EXEMPT_F       DELIMITED BY SIZE
           "  reduced rate:"      DELIMITED BY SIZE
           L$_CT01_EXEMPT_R       DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOT_INTEREST TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total gross interest: " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOT_LINKAGE TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total gross linkage:  " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOT_TAXABLE TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total taxable:        " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE L$_CT01_TOT_WITHHELD TO LD$_AMT
    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Total tax withheld:   " LD$_AMT
      DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    MOVE SPACES  TO MSG IN O_REPORT_REC
    STRING "Not withheld - no member:" DELIMITED BY SIZE
           L$_CT01_NO_MEMBER           DELIMITED BY SIZE
           "  too large for history:"  DELIMITED BY SIZE
           L$_CT01_TOO_LARGE           DELIMITED BY SIZE
      INTO MSG	IN O_REPORT_REC
    PERFORM W-WRITE-REPORT-LINE

    CLOSE O_REPORT_FILE
    DISPLAY "Close Output File: " L$_O_REPORT_NAME

    DISPLAY "Total 875 activity rows read:", L$_CT01_875_REC
    DISPLAY "Withholding history rows written:", L$_CT01_WHT_ROWS
    DISPLAY "Beneficiaries filed:", L$_CT01_DETAILS
    DISPLAY "Not withheld (no member):", L$_CT01_NO_MEMBER
    DISPLAY "Not withheld (too large):", L$_CT01_TOO_LARGE

    IF L$_CT01_NO_MEMBER > ZERO
    OR L$_CT01_TOO_LARGE > ZERO
       DISPLAY "*** ACCUMULATORS LEFT FOR MANUAL HANDLING - see the "
               "report."
       SET SP$_EXIT_STATUS_FAILURE TO TRUE
       MOVE SP$_MSG_ERROR		TO SP$_ACW_PROC_AUX_STATUS
    ELSE
       SET SP$_EXIT_STATUS_SUCCESS TO TRUE
    END-IF

    INITIALIZE ICA_TRF712_RUN_REG_WKSP
    MOVE "ICA_PRB367_TAX_REPORT"
      TO P$_REG_PROG_NAME    IN ICA_TRF712_RUN_REG_WKSP
    MOVE TAX_YEAR	    IN ICA_PRB367_TAX_REPORT_INP
      TO P$_REG_RUN_KEY	     IN ICA_TRF712_RUN_REG_WKSP
    MOVE "E"
      TO P$_REG_EVENT_TYPE   IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_875_REC
      TO P$_REG_REC_READ     IN ICA_TRF712_RUN_REG_WKSP
    MOVE L$_CT01_DETAILS
      TO P$_REG_REC_WRITTEN  IN ICA_TRF712_RUN_REG_WKSP
    ADD L$_CT01_NO_MEMBER L$_CT01_TOO_LARGE
        GIVING P$_REG_REC_REJECTED IN ICA_TRF712_RUN_REG_WKSP
    MOVE SP$_ACW_PROC_AUX_STATUS
      TO P$_REG_FINAL_STATUS IN ICA_TRF712_RUN_REG_WKSP
    CALL 'ICA_TRF712_RUN_REG' USING ICA_TRF712_RUN_REG_WKSP

    DISPLAY 'End of program: ICA_PRB367_TAX_REPORT.'

    EXIT PROGRAM
    .
 Z-EXIT.    EXIT.
