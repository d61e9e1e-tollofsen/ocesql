      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYSTMT -- earnings statement over PAY_REGISTER: for any
      *             range of run dates (year to date unless told
      *             otherwise) prints, per employee and per
      *             department, what the bureau settled, what it
      *             failed and what is still outstanding -- released
      *             but not yet answered.  Year-end and auditor
      *             queries come from here instead of from old
      *             transfer files.  Each amount is counted under the
      *             department the employee was paid in, so a later
      *             transfer does not rewrite an earlier period's
      *             departmental totals.  Selection filters for the
      *             run-date range, EMP_NO and DEPT_CODE come from
      *             the environment; a blank filter selects
      *             everything.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYSTMT.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO WS-ENV-REPORTFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-REPORTFILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    SAME 30/30/10/1 LAYOUT AS INSERTTBL'S PARAMETER FILE SO
      *    OPS CAN POINT ALL THE PROGRAMS AT ONE FILE.
       FD  PARAM-FILE.
       01  PARAM-FILE-REC.
           03  PFR-DBNAME          PIC  X(30).
           03  PFR-USERNAME        PIC  X(30).
           03  PFR-PASSWD          PIC  X(10).
           03  PFR-RUNMODE         PIC  X(01).
      *    COMMIT INTERVAL FOR INSERTTBL'S STREAMING LOAD -- CARRIED
      *    IN THE SHARED LAYOUT SO ONE PARAMETER FILE STILL SERVES
      *    EVERY PROGRAM; ONLY THE LOADER READS IT.
           03  PFR-COMMIT-ROWS     PIC  X(05).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
      *    SELECTION FILTERS, AS TYPED -- PARSED/VALIDATED IN
      *    PARSE-FILTERS-RTN BEFORE THEY REACH THE CURSOR.
       01  WS-ENV-EMPNO            PIC  X(08) VALUE SPACE.
       01  WS-ENV-DEPT             PIC  X(04) VALUE SPACE.
       01  WS-ENV-DATEFROM         PIC  X(08) VALUE SPACE.
       01  WS-ENV-DATETO           PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".
      *    SET WHEN A FETCH FAILS -- THE TOTALS WOULD UNDERSTATE WHAT
      *    WAS PAID, SO THEY ARE LEFT OFF AND THE RUN ENDS RC 8.
       01  WS-RUN-FAIL-FLAG        PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".
       01  WS-INCOMPLETE-LINE      PIC  X(80) VALUE
           "*** STATEMENT INCOMPLETE -- READ FAILED, NO TOTALS ***".

       01  WS-CURRENT-DATE-TIME    PIC  X(21).
      *    FIRST OF JANUARY OF THE CURRENT YEAR -- THE DEFAULT START
      *    OF THE RANGE, SO AN UNFILTERED RUN IS YEAR TO DATE.
       01  WS-YEAR-START           PIC  X(08) VALUE SPACE.

       01  WS-EMP-COUNT            PIC 9(06) VALUE ZERO.

      *    GENERIC NUMERIC-FILTER PARSE (SEE PARSE-ONE-FILTER-RTN) --
      *    ENVIRONMENT VALUES ARRIVE SPACE-PADDED, SO THE SIGNIFICANT
      *    LENGTH HAS TO BE FOUND BEFORE NOT NUMERIC MEANS ANYTHING.
       01  WS-PARSE-FIELD          PIC  X(08) VALUE SPACE.
       01  WS-PARSE-VALUE          PIC 9(08) VALUE ZERO.
       01  WS-PARSE-LEN            PIC 9(02) VALUE ZERO.
       01  WS-PARSE-STATUS         PIC  X(01) VALUE "N".
           88  PARSE-OK                   VALUE "Y".
       01  WS-SCAN-IDX             PIC 9(02).

      *    CONTROL-BREAK STATE -- THE CURSOR ORDERS BY DEPT_CODE, SAME
      *    AS EMPRPT'S, SO EACH DEPARTMENT ARRIVES AS ONE RUN OF ROWS.
       01  WS-PREV-DEPT            PIC  X(04) VALUE SPACE.
       01  WS-FIRST-ROW-FLAG       PIC  X(01) VALUE "Y".
           88  FIRST-ROW                  VALUE "Y".
       01  WS-DEPT-PAID            PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-FAILED          PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-OUTSTAND        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PAID           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FAILED         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OUTSTAND       PIC S9(11)V99 VALUE ZERO.

       01  WS-RANGE-LINE.
           03  FILLER              PIC  X(17) VALUE
                                       "RUN DATES FROM: ".
           03  RL-FROM-DATE        PIC 9(08).
           03  FILLER              PIC  X(06) VALUE "  TO: ".
           03  RL-TO-DATE          PIC 9(08).

       01  WS-HEADER-LINE-1        PIC  X(80) VALUE
           "DEPT  EMP NO  EMPLOYEE NAME                 PAID        FAIL
      -    "ED   OUTSTANDING".
       01  WS-HEADER-LINE-2        PIC  X(80) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           03  DL-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  DL-EMP-NAME         PIC  X(20).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-PAID             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-FAILED           PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-OUTSTAND         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-DEPT-TOTAL-LINE.
           03  FILLER              PIC  X(14) VALUE SPACE.
           03  DT-LABEL            PIC  X(20).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DT-PAID             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DT-FAILED           PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DT-OUTSTAND         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-GRAND-TOTAL-LINE.
           03  FILLER              PIC  X(06) VALUE "TOTAL ".
           03  GT-EMP-COUNT        PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(22) VALUE
                                       " EMPLOYEES".
           03  GT-PAID             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  GT-FAILED           PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  GT-OUTSTAND         PIC ZZ,ZZZ,ZZ9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  STM-DEPT-CODE           PIC  X(04) VALUE SPACE.
       01  STM-EMP-NO              PIC S9(04) VALUE ZERO.
       01  STM-EMP-NAME            PIC  X(40) VALUE SPACE.
       01  STM-PAID                PIC S9(09)V99 VALUE ZERO.
       01  STM-FAILED              PIC S9(09)V99 VALUE ZERO.
       01  STM-OUTSTAND            PIC S9(09)V99 VALUE ZERO.
      *    FILTER HOST VARIABLES -- THE "ALL" SENTINELS (0 FOR EMP_NO,
      *    SPACE FOR DEPT_CODE) ARE TESTED INSIDE THE CURSOR'S WHERE
      *    CLAUSE SO ONE CURSOR SERVES EVERY FILTER COMBINATION, THE
      *    SAME WAY AUDRPT'S DO.
       01  STM-EMPNO-FILTER        PIC S9(04) VALUE ZERO.
       01  STM-DEPT-FILTER         PIC  X(04) VALUE SPACE.
       01  STM-DATE-FROM           PIC 9(08) VALUE ZERO.
       01  STM-DATE-TO             PIC 9(08) VALUE 99999999.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAYSTMT STARTED ***".

           PERFORM INIT-CONFIG-RTN.
           PERFORM PARSE-FILTERS-RTN.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE REGISTER MAY NOT EXIST YET ON A DATABASE EMPPAY HAS
      *    NEVER RELEASED FROM -- SAME DEFINITION AS EMPPAY'S, SO AN
      *    EARLY STATEMENT COMES BACK EMPTY RATHER THAN FAILING.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS PAY_REGISTER
                (
                    RUN_DATE     NUMERIC(8,0) NOT NULL,
                    JOB_ID       CHAR(8) NOT NULL,
                    PAY_SEQ      NUMERIC(9,0) NOT NULL,
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    DEPT_CODE    CHAR(4),
                    PAY_AMOUNT   NUMERIC(11,2),
                    BANK_CODE    CHAR(8),
                    ACCT_NO      CHAR(10),
                    PAY_STATUS   CHAR(1),
                    REASON_CODE  CHAR(4),
                    SETTLE_DATE  NUMERIC(8,0),
                    PAY_TYPE     CHAR(4),
                    PAY_REASON   VARCHAR(30),
                    CONSTRAINT IPAYREG_0 PRIMARY KEY (RUN_DATE,
                                                      JOB_ID,
                                                      PAY_SEQ)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      *    ONE ROW PER EMPLOYEE PER DEPARTMENT PAID IN, WITH THE
      *    REGISTER'S AMOUNTS SPLIT BY STATUS: S SETTLED, F FAILED,
      *    R RELEASED BUT NOT YET ANSWERED.  LEFT JOIN TO EMP SO AN
      *    EMPLOYEE DELETED SINCE STILL APPEARS, UNDER A BLANK NAME.
      *    THE DEPT FILTER PUTS THE COLUMN FIRST FOR THE SAME TYPE-
      *    INFERENCE REASON AS AUDRPT'S CHAR FILTERS.
           EXEC SQL
               DECLARE STM_CUR CURSOR FOR
                   SELECT COALESCE(R.DEPT_CODE, ' '), R.EMP_NO,
                          COALESCE(E.EMP_NAME, ' '),
                          SUM(CASE WHEN R.PAY_STATUS = 'S'
                                   THEN R.PAY_AMOUNT ELSE 0 END),
                          SUM(CASE WHEN R.PAY_STATUS = 'F'
                                   THEN R.PAY_AMOUNT ELSE 0 END),
                          SUM(CASE WHEN R.PAY_STATUS = 'R'
                                   THEN R.PAY_AMOUNT ELSE 0 END)
                     FROM PAY_REGISTER R
                     LEFT JOIN EMP E ON E.EMP_NO = R.EMP_NO
                    WHERE R.RUN_DATE >= :STM-DATE-FROM
                      AND R.RUN_DATE <= :STM-DATE-TO
                      AND (:STM-EMPNO-FILTER = 0
                           OR R.EMP_NO = :STM-EMPNO-FILTER)
                      AND (R.DEPT_CODE = :STM-DEPT-FILTER
                           OR :STM-DEPT-FILTER = ' ')
                    GROUP BY COALESCE(R.DEPT_CODE, ' '), R.EMP_NO,
                             COALESCE(E.EMP_NAME, ' ')
                    ORDER BY COALESCE(R.DEPT_CODE, ' '), R.EMP_NO
           END-EXEC.

           EXEC SQL
               OPEN STM_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN STATEMENT REPORT: "
                       WS-ENV-REPORTFILE " STATUS "
                       WS-REPORTFILE-STATUS " ***"
               EXEC SQL
                   CLOSE STM_CUR
               END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE STM-DATE-FROM    TO RL-FROM-DATE.
           MOVE STM-DATE-TO      TO RL-TO-DATE.
           MOVE WS-RANGE-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH STM_CUR
                    INTO :STM-DEPT-CODE,:STM-EMP-NO,:STM-EMP-NAME,
                         :STM-PAID,:STM-FAILED,:STM-OUTSTAND
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     PERFORM WRITE-DETAIL-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF  RUN-FAILED
               MOVE WS-INCOMPLETE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF  NOT FIRST-ROW
                   PERFORM WRITE-DEPT-TOTAL-RTN
               END-IF
               PERFORM WRITE-TOTAL-RTN
           END-IF.
           CLOSE REPORT-FILE.

           EXEC SQL
               CLOSE STM_CUR
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  RUN-FAILED
               DISPLAY "*** PAYSTMT FAILED -- STATEMENT INCOMPLETE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "*** PAYSTMT FINISHED: " WS-EMP-COUNT
                       " EMPLOYEE ROWS ***"
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPRPT SO THE
      *    REPORT PROGRAMS ARE RETARGETED TOGETHER.
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
                           FROM ENVIRONMENT "INSERTTBL_USERNAME".
           ACCEPT WS-ENV-PASSWD    FROM ENVIRONMENT "INSERTTBL_PASSWD".
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "PAYSTMT_REPORTFILE".
           ACCEPT WS-ENV-EMPNO     FROM ENVIRONMENT "PAYSTMT_EMPNO".
           ACCEPT WS-ENV-DEPT      FROM ENVIRONMENT "PAYSTMT_DEPT".
           ACCEPT WS-ENV-DATEFROM  FROM ENVIRONMENT "PAYSTMT_DATEFROM".
           ACCEPT WS-ENV-DATETO    FROM ENVIRONMENT "PAYSTMT_DATETO".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "PAYSTMT.RPT"   TO WS-ENV-REPORTFILE
           END-IF.

      *    ANY ONE FIELD LEFT BLANK BY THE ENVIRONMENT IS ENOUGH REASON
      *    TO CONSULT THE PARAMETER FILE -- OTHERWISE SETTING ONLY
      *    INSERTTBL_DBNAME WOULD SILENTLY DROP PASSWD FROM
      *    INSRTTBL.PAR IN FAVOR OF THE HARDCODED DEFAULTS BELOW.
      *    READ-PARAM-FILE-RTN ITSELF ONLY FILLS IN FIELDS STILL SPACE,
      *    SO A PARTIAL ENVIRONMENT OVERRIDE IS NEVER CLOBBERED.
           IF  WS-ENV-DBNAME   = SPACE OR WS-ENV-USERNAME = SPACE
            OR WS-ENV-PASSWD   = SPACE
               PERFORM READ-PARAM-FILE-RTN
           END-IF.

           IF  WS-ENV-DBNAME = SPACE
               MOVE "testdb"   TO WS-ENV-DBNAME
           END-IF.
           IF  WS-ENV-USERNAME = SPACE
               MOVE "postgres" TO WS-ENV-USERNAME
           END-IF.

           MOVE WS-ENV-DBNAME      TO DBNAME.
           MOVE WS-ENV-USERNAME    TO USERNAME.
           MOVE WS-ENV-PASSWD      TO PASSWD.

      ******************************************************************
       READ-PARAM-FILE-RTN.
      ******************************************************************
           OPEN INPUT PARAM-FILE.
           IF  WS-PARAMFILE-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
               END-READ
               IF  WS-PARAMFILE-STATUS = "00"
      *            ONLY FILL IN FIELDS THE ENVIRONMENT LEFT BLANK --
      *            A FIELD THE ENVIRONMENT DID SUPPLY MUST WIN.
                   IF  WS-ENV-DBNAME = SPACE
                       MOVE PFR-DBNAME     TO WS-ENV-DBNAME
                   END-IF
                   IF  WS-ENV-USERNAME = SPACE
                       MOVE PFR-USERNAME   TO WS-ENV-USERNAME
                   END-IF
                   IF  WS-ENV-PASSWD = SPACE
                       MOVE PFR-PASSWD     TO WS-ENV-PASSWD
                   END-IF
               END-IF
               CLOSE PARAM-FILE
           END-IF.

      ******************************************************************
       PARSE-FILTERS-RTN.
      *    WITH NO DATES GIVEN THE RANGE IS THE FIRST OF JANUARY TO
      *    TODAY -- YEAR TO DATE.  THE DEPT FILTER PASSES STRAIGHT
      *    THROUGH (SPACE = ALL); NUMERIC FILTERS GO THROUGH
      *    PARSE-ONE-FILTER-RTN SO A MISTYPED VALUE IS REPORTED AND
      *    IGNORED RATHER THAN SILENTLY MATCHING NOTHING.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-YEAR-START(1:4).
           MOVE "0101"                    TO WS-YEAR-START(5:4).
           MOVE WS-YEAR-START             TO STM-DATE-FROM.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STM-DATE-TO.

           MOVE WS-ENV-DEPT TO STM-DEPT-FILTER.

      *    THE EMP_NO FILTER IS ONLY FOUR DIGITS WIDE -- A LONGER
      *    VALUE WOULD TRUNCATE AND QUIETLY FILTER ON THE WRONG
      *    EMPLOYEE.
           IF  WS-ENV-EMPNO NOT = SPACE
               MOVE WS-ENV-EMPNO TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK AND WS-PARSE-VALUE NOT > 9999
                   MOVE WS-PARSE-VALUE TO STM-EMPNO-FILTER
               ELSE
                   DISPLAY "*** WARNING: BAD PAYSTMT_EMPNO IGNORED: "
                           WS-ENV-EMPNO " ***"
               END-IF
           END-IF.

           IF  WS-ENV-DATEFROM NOT = SPACE
               MOVE WS-ENV-DATEFROM TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO STM-DATE-FROM
               ELSE
                   DISPLAY "*** WARNING: BAD PAYSTMT_DATEFROM "
                           "IGNORED: " WS-ENV-DATEFROM " ***"
               END-IF
           END-IF.

           IF  WS-ENV-DATETO NOT = SPACE
               MOVE WS-ENV-DATETO TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO STM-DATE-TO
               ELSE
                   DISPLAY "*** WARNING: BAD PAYSTMT_DATETO IGNORED: "
                           WS-ENV-DATETO " ***"
               END-IF
           END-IF.

      ******************************************************************
       PARSE-ONE-FILTER-RTN.
      *    ENVIRONMENT VALUES ARRIVE LEFT-JUSTIFIED AND SPACE-PADDED,
      *    SO FIND THE SIGNIFICANT LENGTH FIRST -- NOT NUMERIC ON THE
      *    FULL FIELD WOULD REJECT EVERY PADDED VALUE.
      ******************************************************************
           MOVE "N"  TO WS-PARSE-STATUS.
           MOVE ZERO TO WS-PARSE-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 8 BY -1
                   UNTIL WS-SCAN-IDX < 1
               IF  WS-PARSE-FIELD(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-PARSE-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-PARSE-LEN > 0
               AND WS-PARSE-FIELD(1:WS-PARSE-LEN) NUMERIC
               MOVE WS-PARSE-FIELD(1:WS-PARSE-LEN) TO WS-PARSE-VALUE
               SET  PARSE-OK TO TRUE
           END-IF.

      ******************************************************************
       WRITE-DETAIL-RTN.
      ******************************************************************
           IF  FIRST-ROW OR STM-DEPT-CODE NOT = WS-PREV-DEPT
               PERFORM DEPT-BREAK-RTN
           END-IF.
           ADD  1 TO WS-EMP-COUNT.
           MOVE STM-DEPT-CODE  TO DL-DEPT-CODE.
           MOVE STM-EMP-NO     TO DL-EMP-NO.
           MOVE STM-EMP-NAME   TO DL-EMP-NAME.
           MOVE STM-PAID       TO DL-PAID.
           MOVE STM-FAILED     TO DL-FAILED.
           MOVE STM-OUTSTAND   TO DL-OUTSTAND.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD  STM-PAID       TO WS-DEPT-PAID.
           ADD  STM-FAILED     TO WS-DEPT-FAILED.
           ADD  STM-OUTSTAND   TO WS-DEPT-OUTSTAND.

      ******************************************************************
       DEPT-BREAK-RTN.
      *    CLOSE OUT THE DEPARTMENT JUST ENDED (NOT ON THE VERY FIRST
      *    ROW -- THERE IS NOTHING TO CLOSE YET), THEN RESET THE
      *    ACCUMULATORS FOR THE NEW ONE.
      ******************************************************************
           IF  NOT FIRST-ROW
               PERFORM WRITE-DEPT-TOTAL-RTN
           END-IF.
           MOVE "N"           TO WS-FIRST-ROW-FLAG.
           MOVE STM-DEPT-CODE TO WS-PREV-DEPT.
           MOVE ZERO          TO WS-DEPT-PAID.
           MOVE ZERO          TO WS-DEPT-FAILED.
           MOVE ZERO          TO WS-DEPT-OUTSTAND.

      ******************************************************************
       WRITE-DEPT-TOTAL-RTN.
      ******************************************************************
           MOVE SPACE            TO DT-LABEL.
           STRING "DEPT " WS-PREV-DEPT " TOTAL"
                  DELIMITED BY SIZE INTO DT-LABEL.
           MOVE WS-DEPT-PAID     TO DT-PAID.
           MOVE WS-DEPT-FAILED   TO DT-FAILED.
           MOVE WS-DEPT-OUTSTAND TO DT-OUTSTAND.
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE            TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD  WS-DEPT-PAID     TO WS-TOTAL-PAID.
           ADD  WS-DEPT-FAILED   TO WS-TOTAL-FAILED.
           ADD  WS-DEPT-OUTSTAND TO WS-TOTAL-OUTSTAND.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           MOVE WS-HEADER-LINE-2  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMP-COUNT      TO GT-EMP-COUNT.
           MOVE WS-TOTAL-PAID     TO GT-PAID.
           MOVE WS-TOTAL-FAILED   TO GT-FAILED.
           MOVE WS-TOTAL-OUTSTAND TO GT-OUTSTAND.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLSTATE: " SQLSTATE.
           EVALUATE SQLSTATE
              WHEN  "02000"
                 DISPLAY "Record not found"
              WHEN  "08003"
              WHEN  "08001"
                 DISPLAY "Connection falied"
              WHEN  SPACE
                 DISPLAY "Undefined error"
              WHEN  OTHER
                 DISPLAY "SQLCODE: "   SQLCODE
                 DISPLAY "SQLERRMC: "  SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
           END-EVALUATE.
      ******************************************************************
