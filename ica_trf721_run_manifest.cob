*********************************************************************
******* PROGRAM_NAME: [ICA_TRF721_RUN_MANIFEST.COB] *****************
*                                                                   *
*                                    [TR sub-system]                *
*          Run manifest of the control files a run loaded          *
*                                                                   *
*                                                 Functional descr. *
*                                                                   *
*  Every program that loads control tables at start-up (rates,     *
*  calendar, limits, mandates, GL map, format version, split       *
*  control, hold list, tariffs...) calls this routine while it     *
*  loads each file, so that a disputed run can be answered months  *
*  later with WHICH version of each table was in force:            *
*                                                                   *
*    "A" - one record just read: counted, and folded into a        *
*          running Fletcher checksum (modulo 65521, the record     *
*          taken up to its last non-blank byte).  Count and        *
*          running sums ride in the caller's workspace, which the  *
*          caller initializes once per file.                        *
*    "W" - the file is done: one manifest entry is written - file  *
*          name, records, checksum, and the file's full spec       *
*          (with version) and last-modified time as RMS reports    *
*          them (a DCL lookup is spawned for those).  A file the   *
*          caller could not find (P$_MAN_FILE_FOUND "N") gets an   *
*          entry that says so - no table was in force either.      *
*                                                                   *
*  The manifest is one RMS indexed file keyed by program name, run *
*  key and file name - the run key the caller also gives           *
*  ICA_TRF712_RUN_REG, so registry and manifest line up.           *
*  ICA_TRT730_GET_DATA views it, ICA_TRB730_MANIFEST_CMP compares  *
*  two runs.  Never fails the caller (the ICA_TRF712_RUN_REG       *
*  stance) - a manifest problem is displayed and processing goes   *
*  on.                                                              *
*                                                                   *
*                                                          Authors  *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Design    *
*                  [    ]    [15-Oct-2026] [TP_ELEVY]     Coding    *
*                                                                   *
*                                                         Parameters*
*       Field name          I/O   Description (meaning, values)    *
*       P$_MAN_FUNCTION      I    "A" add a record, "W" write the  *
*                                  file's entry.                     *
*       P$_MAN_PROG_NAME     I    calling program name.             *
*       P$_MAN_RUN_KEY       I    run key, as given the registry.   *
*       P$_MAN_FILE_NAME     I    the control file, as opened.      *
*       P$_MAN_FILE_FOUND    I    "N" the file was not there.       *
*       P$_MAN_REC_DATA      I    the record just read ("A").       *
*       P$_MAN_REC_CNT      I/O   records so far.                   *
*       P$_MAN_SUM_LO       I/O   running checksum, low half.       *
*       P$_MAN_SUM_HI       I/O   running checksum, high half.      *
*                                                                   *
*                                                    Data repository*
*       File/Table              I/O  Description                   *
*       O_MANIFEST_FILE          O   run manifest.                  *
*       I_ATTR_FILE              I   the spawned lookup's answer    *
*                                     (scratch, deleted after).     *
*                                                                   *
*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 PROGRAM-ID. ICA_TRF721_RUN_MANIFEST.
 AUTHOR.     TP_ELEVY.

*********************************************************************
 ENVIRONMENT DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 INPUT-OUTPUT                            SECTION.
*--------------------------------------------------------------------
 FILE-CONTROL.

*   Run manifest - permanent, accumulates across runs. No
*   DECLARATIVES, as in ICA_TRF712_RUN_REG: every outcome is a
*   status check.
    SELECT O_MANIFEST_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       INDEXED
	   ACCESS		  IS	       DYNAMIC
	   RECORD KEY		  IS	       MF_KEY
					       WITH DUPLICATES
           FILE STATUS		  IS	       L$_MANIFEST_STATUS.

*   Existence probe - same convention as ICA_TRF712_RUN_REG.
    SELECT O_MAN_PROBE_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_MAN_PROBE_STATUS.

*   The spawned lookup's two lines: last-modified time, full spec.
    SELECT I_ATTR_FILE
	   ASSIGN		  TO	       "SYS$DISK"
	   ORGANIZATION		  IS	       SEQUENTIAL
	   ACCESS		  IS	       SEQUENTIAL
           FILE STATUS		  IS	       L$_ATTR_STATUS.

*********************************************************************
 DATA DIVISION.
*********************************************************************
*--------------------------------------------------------------------
 FILE SECTION.
*--------------------------------------------------------------------
*   Manifest record - shared, as a hand-kept convention, with
*   ICA_TRT730_GET_DATA and ICA_TRB730_MANIFEST_CMP.
*     MF_FILE_FOUND   - "Y" loaded, "N" not there at load time.
*     MF_CHECKSUM     - high sum * 65536 + low sum.
*     MF_FILE_RDT     - last-modified time, DD-MMM-YYYY HH:MM:SS.CC.
*     MF_FILE_SPEC    - device:[directory]name.type;version.
 FD O_MANIFEST_FILE
    VALUE OF ID IS L$_MANIFEST_FILE_NAME.
 01 O_MANIFEST_REC.
    03 MF_KEY.
       05 MF_PROG_NAME              PIC X(26).
       05 MF_RUN_KEY                PIC X(26).
       05 MF_FILE_NAME              PIC X(60).
       05 MF_LOGGED_TMSP            PIC S9(11)V9(07) COMP.
    03 MF_FILE_FOUND                PIC X(01).
    03 MF_REC_CNT                   PIC 9(09).
    03 MF_CHECKSUM                  PIC 9(10).
    03 MF_FILE_RDT                  PIC X(23).
    03 MF_FILE_SPEC                 PIC X(80).

 FD O_MAN_PROBE_FILE
    VALUE OF ID IS L$_MAN_PROBE_NAME.
 01 O_MAN_PROBE_REC                 PIC X(01).

 FD I_ATTR_FILE
    VALUE OF ID IS L$_ATTR_FILE_NAME.
 01 I_ATTR_REC                      PIC X(132).

*--------------------------------------------------------------------
 WORKING-STORAGE                         SECTION.
*--------------------------------------------------------------------
 01 L$_MANIFEST_FILE_NAME           PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_MANIFEST.IDX".

 01 L$_MAN_PROBE_NAME               PIC X(42)
    VALUE "ICA_TR_DAT_DIR:ICA_TR_RUN_MANIFEST.IDX".

*   scratch answer file, unique per call: ICA_TRF721_<time>.TMP.
 01 L$_ATTR_FILE_NAME               PIC X(50).

 01 L$_MANIFEST_STATUS              PIC X(02).
    88 L$_MANIFEST_OK			    VALUE "00".

 01 L$_MAN_PROBE_STATUS             PIC X(02).
    88 L$_MAN_PROBE_OPENED		    VALUE "00".
    88 L$_MAN_PROBE_NOT_FOUND		    VALUE "35".

 01 L$_ATTR_STATUS                  PIC X(02).
    88 L$_ATTR_OK			    VALUE "00".

*   the record's used length - up to its last non-blank byte.
 01 L$_WS01_REC_LEN                 PIC 9(04) COMP.
 01 L$_WS01_BYTE_POS                PIC 9(04) COMP.

*   One byte's value without a table: the byte in BOTH halves of a
*   word reads as byte * 257 whichever half the machine takes as
*   high, so one DIVIDE by 257 gives the byte's code.
 01 L$_WS01_BYTE_PAIR               PIC X(02).
 01 L$_WS01_BYTE_WORD REDEFINES L$_WS01_BYTE_PAIR
                                    PIC 9(04) COMP.
 01 L$_WS01_BYTE_VAL                PIC 9(03).

 01 L$_WS01_SUM_WORK                PIC 9(06).
 01 L$_WS01_SUM_QUOT                PIC 9(06).

*   the call's time, as digits, names the scratch file.
 01 L$_WS01_STAMP                   PIC 9(11)V9(07).
 01 L$_WS01_STAMP_X REDEFINES L$_WS01_STAMP
                                    PIC X(18).

 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_SPAWN_PROCESS_WKSP'          FROM DICTIONARY.

*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
*   New dictionary member. Assumed shape (see Parameters box):
*     P$_MAN_FUNCTION     PIC X(01).
*     P$_MAN_PROG_NAME    PIC X(26).
*     P$_MAN_RUN_KEY      PIC X(26).
*     P$_MAN_FILE_NAME    PIC X(60).
*     P$_MAN_FILE_FOUND   PIC X(01).
*     P$_MAN_REC_DATA     PIC X(512).
*     P$_MAN_REC_CNT      PIC 9(09).
*     P$_MAN_SUM_LO       PIC 9(05).
*     P$_MAN_SUM_HI       PIC 9(05).
 COPY 'ICA_CDD_WKSP:ICA_TRF721_RUN_MANIFEST_WKSP'    FROM DICTIONARY.

*********************************************************************
 PROCEDURE DIVISION USING ICA_TRF721_RUN_MANIFEST_WKSP.
*********************************************************************

*--------------------------------------------------------------------
 A-MAIN			    SECTION.
*--------------------------------------------------------------------
 A-00.

    EVALUATE P$_MAN_FUNCTION  IN ICA_TRF721_RUN_MANIFEST_WKSP
        WHEN "A"
             PERFORM B-ADD-RECORD
        WHEN "W"
             PERFORM C-WRITE-ENTRY
        WHEN OTHER
             DISPLAY "** WARNING - run manifest called with function "
                     P$_MAN_FUNCTION  IN ICA_TRF721_RUN_MANIFEST_WKSP
                     " - ignored"
    END-EVALUATE
    .
 A-EXIT.
    EXIT PROGRAM.
*--------------------------------------------------------------------
 B-ADD-RECORD				SECTION.
*--------------------------------------------------------------------
*# the record is taken to its last non-blank byte, so the trailing
*# padding of a short record in a long buffer adds nothing.
 B-00.

    ADD 1 TO P$_MAN_REC_CNT  IN ICA_TRF721_RUN_MANIFEST_WKSP

    MOVE 512 TO L$_WS01_REC_LEN
    PERFORM UNTIL L$_WS01_REC_LEN = ZERO
       OR P$_MAN_REC_DATA IN ICA_TRF721_RUN_MANIFEST_WKSP
                          (L$_WS01_REC_LEN:1) NOT = SPACE
       SUBTRACT 1 FROM L$_WS01_REC_LEN
    END-PERFORM

    PERFORM VARYING L$_WS01_BYTE_POS FROM 1 BY 1
              UNTIL L$_WS01_BYTE_POS > L$_WS01_REC_LEN
       PERFORM BA-FOLD-ONE-BYTE
    END-PERFORM
    .
 B-EXIT.    EXIT.
*--------------------------------------------------------------------
 BA-FOLD-ONE-BYTE			SECTION.
*--------------------------------------------------------------------
*# Fletcher: low sum += byte + 1, high sum += low sum, both modulo
*# 65521. The +1 keeps a run of LOW-VALUES from adding nothing.
 BA-00.

    MOVE P$_MAN_REC_DATA IN ICA_TRF721_RUN_MANIFEST_WKSP
                         (L$_WS01_BYTE_POS:1)
      TO L$_WS01_BYTE_PAIR(1:1)
         L$_WS01_BYTE_PAIR(2:1)
    DIVIDE L$_WS01_BYTE_WORD BY 257 GIVING L$_WS01_BYTE_VAL

    COMPUTE L$_WS01_SUM_WORK =
            P$_MAN_SUM_LO IN ICA_TRF721_RUN_MANIFEST_WKSP
          + L$_WS01_BYTE_VAL + 1
    DIVIDE L$_WS01_SUM_WORK BY 65521
           GIVING L$_WS01_SUM_QUOT
           REMAINDER P$_MAN_SUM_LO IN ICA_TRF721_RUN_MANIFEST_WKSP

    COMPUTE L$_WS01_SUM_WORK =
            P$_MAN_SUM_HI IN ICA_TRF721_RUN_MANIFEST_WKSP
          + P$_MAN_SUM_LO IN ICA_TRF721_RUN_MANIFEST_WKSP
    DIVIDE L$_WS01_SUM_WORK BY 65521
           GIVING L$_WS01_SUM_QUOT
           REMAINDER P$_MAN_SUM_HI IN ICA_TRF721_RUN_MANIFEST_WKSP
    .
 BA-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-WRITE-ENTRY				SECTION.
*--------------------------------------------------------------------
 C-00.

*   the record area is only the file's while it is open - open
*   first, build the entry, write, close.
    PERFORM D-OPEN-MANIFEST

    IF NOT L$_MANIFEST_OK
       GO TO C-EXIT
    END-IF

    INITIALIZE O_MANIFEST_REC

    MOVE P$_MAN_PROG_NAME    IN ICA_TRF721_RUN_MANIFEST_WKSP
      TO MF_PROG_NAME
    MOVE P$_MAN_RUN_KEY      IN ICA_TRF721_RUN_MANIFEST_WKSP
      TO MF_RUN_KEY
    MOVE P$_MAN_FILE_NAME    IN ICA_TRF721_RUN_MANIFEST_WKSP
      TO MF_FILE_NAME

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO MF_LOGGED_TMSP

    IF P$_MAN_FILE_FOUND     IN ICA_TRF721_RUN_MANIFEST_WKSP = "N"
       MOVE "N"              TO MF_FILE_FOUND
    ELSE
       MOVE "Y"              TO MF_FILE_FOUND
       MOVE P$_MAN_REC_CNT   IN ICA_TRF721_RUN_MANIFEST_WKSP
         TO MF_REC_CNT
       COMPUTE MF_CHECKSUM =
               P$_MAN_SUM_HI IN ICA_TRF721_RUN_MANIFEST_WKSP * 65536
             + P$_MAN_SUM_LO IN ICA_TRF721_RUN_MANIFEST_WKSP
       PERFORM CA-GET-FILE-ATTRIBUTES
    END-IF

    WRITE O_MANIFEST_REC

    IF NOT L$_MANIFEST_OK
       DISPLAY "** WARNING - run manifest entry not written, "
               "status: " L$_MANIFEST_STATUS
               " - processing continues"
    END-IF

    CLOSE O_MANIFEST_FILE
    .
 C-EXIT.    EXIT.
*--------------------------------------------------------------------
 CA-GET-FILE-ATTRIBUTES			SECTION.
*--------------------------------------------------------------------
*# RMS keeps the revision time and the version; COBOL I/O does not
*# show either, so a one-line DCL lookup writes them to a scratch
*# file (same spawn technique ICA_TRB71K_ARCHIVE_PURGE uses), which
*# is read back and deleted. A failed lookup leaves both blank - the
*# count and checksum still identify the content.
 CA-00.

    MOVE SP$_DATE_TIME_BINARY IN UTL_GET_DATE_TIME_WKSP
      TO L$_WS01_STAMP

    MOVE SPACES TO L$_ATTR_FILE_NAME
    STRING "ICA_TR_DAT_DIR:ICA_TRF721_"
           L$_WS01_STAMP_X(5:14)
           ".TMP"
           DELIMITED BY SIZE
      INTO L$_ATTR_FILE_NAME
    END-STRING

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING 'PIPE ( WRITE SYS$OUTPUT F$FILE_ATTRIBUTES("'
           P$_MAN_FILE_NAME   IN ICA_TRF721_RUN_MANIFEST_WKSP
                                       DELIMITED BY SPACE
           '","RDT") ; WRITE SYS$OUTPUT F$SEARCH("'
                                       DELIMITED BY SIZE
           P$_MAN_FILE_NAME   IN ICA_TRF721_RUN_MANIFEST_WKSP
                                       DELIMITED BY SPACE
           '") ) > '                   DELIMITED BY SIZE
           L$_ATTR_FILE_NAME           DELIMITED BY SPACE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP

    IF SP$_SYSPRO_STATUS  IN UTL_SPAWN_PROCESS_WKSP  IS FAILURE
       DISPLAY "** WARNING - run manifest could not look up "
               P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP
       GO TO CA-EXIT
    END-IF

    OPEN INPUT I_ATTR_FILE

    IF NOT L$_ATTR_OK
       DISPLAY "** WARNING - run manifest lookup answer missing for "
               P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP
       GO TO CA-EXIT
    END-IF

    READ I_ATTR_FILE
       AT END
          MOVE SPACES TO I_ATTR_REC
    END-READ
    MOVE I_ATTR_REC TO MF_FILE_RDT

    READ I_ATTR_FILE
       AT END
          MOVE SPACES TO I_ATTR_REC
    END-READ
    MOVE I_ATTR_REC TO MF_FILE_SPEC

    CLOSE I_ATTR_FILE

    INITIALIZE UTL_SPAWN_PROCESS_WKSP

    STRING "DELETE "
           L$_ATTR_FILE_NAME           DELIMITED BY SPACE
           ";*"                        DELIMITED BY SIZE
      INTO SP$_COMMAND_LINE   IN UTL_SPAWN_PROCESS_WKSP
    END-STRING

    CALL 'UTL_SPAWN_PROCESS'  USING  UTL_SPAWN_PROCESS_WKSP
    .
 CA-EXIT.    EXIT.
*--------------------------------------------------------------------
 D-OPEN-MANIFEST			SECTION.
*--------------------------------------------------------------------
 D-00.

    OPEN INPUT O_MAN_PROBE_FILE

    IF L$_MAN_PROBE_NOT_FOUND
       OPEN OUTPUT O_MANIFEST_FILE
    ELSE
       IF L$_MAN_PROBE_OPENED
          CLOSE O_MAN_PROBE_FILE
       END-IF
       OPEN I-O O_MANIFEST_FILE
    END-IF

    IF NOT L$_MANIFEST_OK
       DISPLAY "** WARNING - run manifest could not be opened, "
               "status: " L$_MANIFEST_STATUS
               " - entry for "
               P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP
               " NOT recorded, processing continues"
    END-IF
    .
 D-EXIT.    EXIT.
