      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  MGMTRPT -- quarterly management view of each department:
      *             headcount by employment status, where the
      *             current staff sit inside their SAL_BAND (average
      *             pay, each employee's compa-ratio against the band
      *             midpoint, and anyone within MGMTRPT_NEARPCT
      *             percent of either band limit or outside the band
      *             altogether), and for a chosen period the hires
      *             (first appearance in EMP_AUDIT), terminations
      *             (status T with STATUS_DATE in the period) and the
      *             resulting turnover rate -- the figures HR used to
      *             build by hand from EMPRPT output.  Same CONNECT
      *             and RUN_LOG discipline as EMPRPT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MGMTRPT.
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
      *    OPS CAN POINT EVERY PROGRAM AT ONE FILE.
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
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
      *    HIRE/TERMINATION PERIOD (YYYYMMDD) AND THE NEAR-LIMIT
      *    MARGIN (WHOLE PERCENT OF THE BAND WIDTH).
       01  WS-ENV-DATEFROM         PIC  X(08) VALUE SPACE.
       01  WS-ENV-DATETO           PIC  X(08) VALUE SPACE.
       01  WS-ENV-NEARPCT          PIC  X(08) VALUE SPACE.
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

      *    SET WHEN A FETCH DIES MID-REPORT, SO THE RUN-LOG ROW CAN
      *    SAY FAILED INSTEAD OF PRETENDING THE FIGURES ARE COMPLETE.
       01  WS-RUN-FAIL-FLAG        PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

       01  WS-PARSE-FIELD          PIC  X(08) VALUE SPACE.
       01  WS-PARSE-VALUE          PIC 9(08) VALUE ZERO.
       01  WS-PARSE-LEN            PIC 9(02) VALUE ZERO.
       01  WS-PARSE-STATUS         PIC  X(01) VALUE "N".
           88  PARSE-OK                   VALUE "Y".
       01  WS-SCAN-IDX             PIC 9(02) VALUE ZERO.

      *    DEFAULT PERIOD IS THE CURRENT CALENDAR QUARTER TO DATE --
      *    THE FIGURES HR ASKS FOR.
       01  WS-QTR-MONTH            PIC 9(02) VALUE ZERO.
       01  WS-QTR-NUM              PIC 9(01) VALUE ZERO.
       01  WS-QTR-START            PIC 9(08) VALUE ZERO.
       01  WS-NEAR-PCT             PIC 9(02) VALUE 10.

       01  WS-ROW-COUNT            PIC 9(06) VALUE ZERO.

      *    CONTROL-BREAK STATE -- THE CURSOR ORDERS BY DEPT_CODE, SO
      *    A CODE CHANGE BETWEEN FETCHES CLOSES ONE DEPARTMENT'S
      *    SUMMARY AND OPENS THE NEXT'S HEADER.
       01  WS-PREV-DEPT            PIC  X(04) VALUE SPACE.
       01  WS-FIRST-ROW-FLAG       PIC  X(01) VALUE "Y".
           88  FIRST-ROW                  VALUE "Y".

      *    PER-EMPLOYEE BAND POSITION.
       01  WS-BAND-MID             PIC S9(07)V99 VALUE ZERO.
       01  WS-BAND-MARGIN          PIC S9(07)V99 VALUE ZERO.
       01  WS-COMPA                PIC 9(02)V99 VALUE ZERO.
       01  WS-POSITION             PIC  X(10) VALUE SPACE.

      *    DEPARTMENT ACCUMULATORS -- PAY AND COMPA FIGURES COVER
      *    CURRENT STAFF ONLY (ACTIVE AND LEAVE); A TERMINATED ROW
      *    COUNTS IN THE HEADCOUNT BUT NOT IN WHAT THE DEPARTMENT
      *    PAYS.
       01  WS-DEPT-ACTIVE-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-DEPT-LEAVE-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-DEPT-TERM-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-DEPT-PAY-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-COMPA-TOTAL     PIC 9(07)V99 VALUE ZERO.
       01  WS-DEPT-COMPA-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-DEPT-NEAR-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-DEPT-HIRE-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-DEPT-LEAVER-COUNT    PIC 9(06) VALUE ZERO.

      *    GRAND ACCUMULATORS -- SAME MEANINGS, ALL DEPARTMENTS.
       01  WS-ACTIVE-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-LEAVE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TERM-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-PAY-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-COMPA-TOTAL          PIC 9(07)V99 VALUE ZERO.
       01  WS-COMPA-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-NEAR-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-HIRE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-LEAVER-COUNT         PIC 9(06) VALUE ZERO.

      *    WRITE-SUMMARY-RTN WORKS FROM THESE, LOADED FROM EITHER SET
      *    OF ACCUMULATORS, SO A DEPARTMENT AND THE GRAND TOTAL ARE
      *    FIGURED THE SAME WAY.
       01  WS-SUM-ACTIVE           PIC 9(06) VALUE ZERO.
       01  WS-SUM-LEAVE            PIC 9(06) VALUE ZERO.
       01  WS-SUM-TERM             PIC 9(06) VALUE ZERO.
       01  WS-SUM-PAY-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-SUM-COMPA-TOTAL      PIC 9(07)V99 VALUE ZERO.
       01  WS-SUM-COMPA-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-SUM-NEAR             PIC 9(06) VALUE ZERO.
       01  WS-SUM-HIRES            PIC 9(06) VALUE ZERO.
       01  WS-SUM-LEAVERS          PIC 9(06) VALUE ZERO.
       01  WS-SUM-STAFF            PIC 9(06) VALUE ZERO.
       01  WS-SUM-OPENING          PIC S9(07) VALUE ZERO.
       01  WS-SUM-AVG-HEADS        PIC S9(07)V9 VALUE ZERO.
       01  WS-SUM-TURNOVER         PIC 9(03)V9 VALUE ZERO.

       01  WS-TITLE-LINE           PIC  X(80) VALUE
           "HEADCOUNT, PAY POSITION AND TURNOVER BY DEPARTMENT".

       01  WS-PERIOD-LINE.
           03  FILLER              PIC  X(07) VALUE "PERIOD ".
           03  PL-DATE-FROM        PIC 9(08).
           03  FILLER              PIC  X(04) VALUE " TO ".
           03  PL-DATE-TO          PIC 9(08).
           03  FILLER              PIC  X(21) VALUE
                                       "   NEAR-LIMIT MARGIN ".
           03  PL-NEAR-PCT         PIC Z9.
           03  FILLER              PIC  X(15) VALUE
                                       "% OF BAND WIDTH".

       01  WS-ARCHIVE-NOTE-LINE.
           03  FILLER              PIC  X(34) VALUE
               "NOTE: AUDIT ROWS BEFORE CUTOFF OF ".
           03  AN-CUTOFF           PIC 9(08).
           03  FILLER              PIC  X(30) VALUE
               " ARE ARCHIVED -- HIRES APPROX.".

       01  WS-DEPT-HEADER-LINE.
           03  FILLER              PIC  X(12) VALUE "DEPARTMENT: ".
           03  DH-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DH-DEPT-NAME        PIC  X(30).

       01  WS-BAND-LINE.
           03  FILLER              PIC  X(12) VALUE "  BAND MIN: ".
           03  BL-MIN-SALARY       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(07) VALUE "  MID: ".
           03  BL-MID-SALARY       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(07) VALUE "  MAX: ".
           03  BL-MAX-SALARY       PIC Z,ZZZ,ZZ9.99.

       01  WS-NO-BAND-LINE         PIC  X(80) VALUE
           "  NO SALARY BAND ON FILE -- NO COMPA-RATIOS".

       01  WS-HEADER-LINE-1        PIC  X(80) VALUE
           "EMP NO  EMPLOYEE NAME                   S        SALARY  COM
      -    "PA  POSITION".
       01  WS-HEADER-LINE-2        PIC  X(80) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           03  DL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  DL-EMP-NAME         PIC  X(30).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-STATUS           PIC  X(01).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-SALARY           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-COMPA            PIC Z9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-POSITION         PIC  X(10).

       01  WS-HEADCOUNT-LINE.
           03  FILLER              PIC  X(10) VALUE "  ACTIVE: ".
           03  SH-ACTIVE           PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(09) VALUE "  LEAVE: ".
           03  SH-LEAVE            PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(14) VALUE "  TERMINATED: ".
           03  SH-TERM             PIC ZZZ,ZZ9.

       01  WS-PAY-LINE.
           03  FILLER              PIC  X(15) VALUE "  AVERAGE PAY: ".
           03  SP-AVG-PAY          PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(17) VALUE
                                       "  AVERAGE COMPA: ".
           03  SP-AVG-COMPA        PIC Z9.99.
           03  FILLER              PIC  X(20) VALUE
                                       "  NEAR/OUTSIDE BAND:".
           03  SP-NEAR             PIC ZZZ,ZZ9.

       01  WS-TURNOVER-LINE.
           03  FILLER              PIC  X(09) VALUE "  HIRES: ".
           03  ST-HIRES            PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(16) VALUE
                                       "  TERMINATIONS: ".
           03  ST-LEAVERS          PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(12) VALUE "  TURNOVER: ".
           03  ST-TURNOVER         PIC ZZ9.9.
           03  FILLER              PIC  X(01) VALUE "%".

       01  WS-GRAND-HEADER-LINE    PIC  X(80) VALUE
           "ALL DEPARTMENTS".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(40) VALUE SPACE.
       01  EMP-SALARY              PIC S9(07)V99 VALUE ZERO.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
       01  EMP-STATUS              PIC  X(01) VALUE SPACE.
       01  EMP-STATUS-DATE         PIC 9(08) VALUE ZERO.
       01  DEPT-NAME               PIC  X(30) VALUE SPACE.
      *    "Y" WHEN THE DEPARTMENT HAS A SAL_BAND ROW -- ZERO LIMITS
      *    ALONE COULD NOT TELL "NO BAND" FROM A REAL ZERO MINIMUM.
       01  BAND-FOUND              PIC  X(01) VALUE SPACE.
       01  BAND-MIN-SALARY         PIC S9(07)V99 VALUE ZERO.
       01  BAND-MAX-SALARY         PIC S9(07)V99 VALUE ZERO.
      *    "Y" WHEN THE EMPLOYEE'S FIRST EMP_AUDIT ROW FALLS INSIDE
      *    THE PERIOD -- THAT FIRST APPEARANCE IS THE HIRE.
       01  HIRE-FLAG               PIC  X(01) VALUE SPACE.
       01  MGT-DATE-FROM           PIC 9(08) VALUE ZERO.
       01  MGT-DATE-TO             PIC 9(08) VALUE 99999999.
       01  WS-ARCH-CUTOFF          PIC 9(08) VALUE ZERO.
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS INSERTTBL'S
      *    SETUP-RUN-LOG-RTN.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
       01  RL-PROGRAM              PIC  X(08) VALUE "MGMTRPT".
       01  RL-RUN-MODE             PIC  X(01) VALUE SPACE.
       01  RL-STATUS               PIC  X(08) VALUE SPACE.
       01  RL-END-DATE             PIC 9(08) VALUE ZERO.
       01  RL-END-TIME             PIC 9(06) VALUE ZERO.
       01  RL-ROWS-READ            PIC 9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** MGMTRPT STARTED ***".

           PERFORM INIT-CONFIG-RTN.
           PERFORM PARSE-FILTERS-RTN.

      *    CONNECT -- SAME PATTERN AS INSERTTBL
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO WS-CLOCK-TIME.

           PERFORM SETUP-RUN-LOG-RTN.

           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN REPORT FILE: "
                       WS-ENV-REPORTFILE " STATUS "
                       WS-REPORTFILE-STATUS " ***"
               SET  RUN-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TITLE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MGT-DATE-FROM  TO PL-DATE-FROM.
           MOVE MGT-DATE-TO    TO PL-DATE-TO.
           MOVE WS-NEAR-PCT    TO PL-NEAR-PCT.
           MOVE WS-PERIOD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-ARCHIVE-RTN.

      *    ORDERED BY DEPARTMENT FIRST SO THE CONTROL BREAK BELOW
      *    SEES EACH DEPARTMENT AS ONE RUN OF ROWS; LEFT JOINS SO A
      *    ROW WITH NO DEPARTMENT OR NO BAND STILL COUNTS.  STATUS
      *    COALESCES TO ACTIVE, AS EVERYWHERE ELSE.  THE HIRE TEST
      *    IS THE EMPLOYEE'S EARLIEST EMP_AUDIT ROW OF ANY KIND --
      *    THE LOAD THAT FIRST BROUGHT THEM ONTO THE FILE.
           EXEC SQL
               DECLARE MGT_CUR CURSOR FOR
                   SELECT COALESCE(E.DEPT_CODE, ' '),
                          COALESCE(D.DEPT_NAME, '(NO DEPARTMENT)'),
                          CASE WHEN B.DEPT_CODE IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(B.MIN_SALARY, 0),
                          COALESCE(B.MAX_SALARY, 0),
                          E.EMP_NO, E.EMP_NAME, E.EMP_SALARY,
                          COALESCE(E.EMP_STATUS, 'A'),
                          COALESCE(E.STATUS_DATE, 0),
                          CASE WHEN (SELECT MIN(A.LOAD_DATE)
                                       FROM EMP_AUDIT A
                                      WHERE A.EMP_NO = E.EMP_NO)
                                    BETWEEN :MGT-DATE-FROM
                                        AND :MGT-DATE-TO
                               THEN 'Y' ELSE 'N' END
                     FROM EMP E
                     LEFT JOIN DEPT D     ON D.DEPT_CODE = E.DEPT_CODE
                     LEFT JOIN SAL_BAND B ON B.DEPT_CODE = E.DEPT_CODE
                    ORDER BY COALESCE(E.DEPT_CODE, ' '), E.EMP_NO
           END-EXEC.

           EXEC SQL
               OPEN MGT_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               CLOSE REPORT-FILE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH MGT_CUR
                    INTO :EMP-DEPT,:DEPT-NAME,
                         :BAND-FOUND,:BAND-MIN-SALARY,:BAND-MAX-SALARY,
                         :EMP-NO,:EMP-NAME,:EMP-SALARY,
                         :EMP-STATUS,:EMP-STATUS-DATE,:HIRE-FLAG
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

           PERFORM WRITE-TOTAL-RTN.
           CLOSE REPORT-FILE.

           EXEC SQL
               CLOSE MGT_CUR
           END-EXEC.
           PERFORM WRITE-RUNLOG-END-RTN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "*** MGMTRPT FINISHED: " WS-ROW-COUNT " ROWS ***".
           IF  RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS INSERTTBL SO
      *    EVERY PROGRAM IS RETARGETED TOGETHER.
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
                           FROM ENVIRONMENT "INSERTTBL_USERNAME".
           ACCEPT WS-ENV-PASSWD    FROM ENVIRONMENT "INSERTTBL_PASSWD".
           ACCEPT WS-ENV-OPERATOR
                           FROM ENVIRONMENT "INSERTTBL_OPERATOR".
           ACCEPT WS-ENV-JOBID     FROM ENVIRONMENT "INSERTTBL_JOBID".
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "MGMTRPT_REPORTFILE".
           ACCEPT WS-ENV-DATEFROM  FROM ENVIRONMENT "MGMTRPT_DATEFROM".
           ACCEPT WS-ENV-DATETO    FROM ENVIRONMENT "MGMTRPT_DATETO".
           ACCEPT WS-ENV-NEARPCT   FROM ENVIRONMENT "MGMTRPT_NEARPCT".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "MGMTRPT.OUT"   TO WS-ENV-REPORTFILE
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
           IF  WS-ENV-OPERATOR = SPACE
               MOVE "MGMTRPT"  TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "MGMTRPT"  TO WS-ENV-JOBID
           END-IF.

           MOVE WS-ENV-DBNAME      TO DBNAME.
           MOVE WS-ENV-USERNAME    TO USERNAME.
           MOVE WS-ENV-PASSWD      TO PASSWD.
           MOVE WS-ENV-OPERATOR    TO WS-OPERATOR-ID.
           MOVE WS-ENV-JOBID       TO WS-JOB-ID.

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
      *    WITH NO DATES GIVEN THE PERIOD IS THE FIRST DAY OF THE
      *    CURRENT CALENDAR QUARTER TO TODAY.  A MISTYPED VALUE IS
      *    REPORTED AND IGNORED RATHER THAN SILENTLY SKEWING THE
      *    FIGURES.  THE MARGIN IS CAPPED BELOW HALF THE BAND -- AT
      *    FIFTY PERCENT EVERYONE WOULD BE "NEAR" ONE LIMIT OR THE
      *    OTHER.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-QTR-MONTH.
           SUBTRACT 1 FROM WS-QTR-MONTH.
           DIVIDE 3 INTO WS-QTR-MONTH GIVING WS-QTR-NUM.
           COMPUTE WS-QTR-MONTH = WS-QTR-NUM * 3 + 1.
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-QTR-START(1:4).
           MOVE WS-QTR-MONTH              TO WS-QTR-START(5:2).
           MOVE "01"                      TO WS-QTR-START(7:2).
           MOVE WS-QTR-START              TO MGT-DATE-FROM.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO MGT-DATE-TO.

           IF  WS-ENV-DATEFROM NOT = SPACE
               MOVE WS-ENV-DATEFROM TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO MGT-DATE-FROM
               ELSE
                   DISPLAY "*** WARNING: BAD MGMTRPT_DATEFROM "
                           "IGNORED: " WS-ENV-DATEFROM " ***"
               END-IF
           END-IF.

           IF  WS-ENV-DATETO NOT = SPACE
               MOVE WS-ENV-DATETO TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO MGT-DATE-TO
               ELSE
                   DISPLAY "*** WARNING: BAD MGMTRPT_DATETO "
                           "IGNORED: " WS-ENV-DATETO " ***"
               END-IF
           END-IF.

           IF  WS-ENV-NEARPCT NOT = SPACE
               MOVE WS-ENV-NEARPCT TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK AND WS-PARSE-VALUE < 50
                   MOVE WS-PARSE-VALUE TO WS-NEAR-PCT
               ELSE
                   DISPLAY "*** WARNING: BAD MGMTRPT_NEARPCT "
                           "IGNORED: " WS-ENV-NEARPCT " ***"
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
       SETUP-RUN-LOG-RTN.
      *    SAME TABLE DEFINITION AS INSERTTBL'S SETUP-RUN-LOG-RTN --
      *    WHICHEVER PROGRAM RUNS FIRST PUTS IT IN PLACE.  THE START
      *    ROW IS COMMITTED IMMEDIATELY SO OTHER SESSIONS SEE THE
      *    RUN WHILE IT IS STILL IN FLIGHT.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS RUN_LOG
                (
                    PROGRAM_NAME  CHAR(8) NOT NULL,
                    JOB_ID        CHAR(8),
                    OPERATOR_ID   CHAR(8),
                    RUN_MODE      CHAR(1),
                    START_DATE    NUMERIC(8,0),
                    START_TIME    NUMERIC(6,0),
                    END_DATE      NUMERIC(8,0),
                    END_TIME      NUMERIC(6,0),
                    ROWS_READ     NUMERIC(9,0),
                    ROWS_APPLIED  NUMERIC(9,0),
                    ROWS_REJECTED NUMERIC(9,0),
                    RUN_STATUS    CHAR(8)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO RUN_LOG VALUES
                      (:RL-PROGRAM,:WS-JOB-ID,:WS-OPERATOR-ID,
                       :RL-RUN-MODE,:SYS-TIME,:WS-CLOCK-TIME,
                       0,0,0,0,0,'RUNNING')
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-RUNLOG-END-RTN.
      *    KEYED BACK TO THIS RUN'S OWN START ROW BY PROGRAM, JOB AND
      *    START TIMESTAMP.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE WS-ROW-COUNT TO RL-ROWS-READ.
           IF  RUN-FAILED
               MOVE "FAILED"   TO RL-STATUS
           ELSE
               MOVE "OK"       TO RL-STATUS
           END-IF.
           EXEC SQL
               UPDATE RUN_LOG
                  SET END_DATE      = :RL-END-DATE,
                      END_TIME      = :RL-END-TIME,
                      ROWS_READ     = :RL-ROWS-READ,
                      RUN_STATUS    = :RL-STATUS
                WHERE PROGRAM_NAME = :RL-PROGRAM
                  AND JOB_ID       = :WS-JOB-ID
                  AND START_DATE   = :SYS-TIME
                  AND START_TIME   = :WS-CLOCK-TIME
                  AND RUN_STATUS   = 'RUNNING'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      ******************************************************************
       CHECK-ARCHIVE-RTN.
      *    HIRES ARE FOUND FROM EACH EMPLOYEE'S EARLIEST EMP_AUDIT
      *    ROW.  ONCE HISTARCH HAS PURGED ANYTHING, A LONG-SERVING
      *    EMPLOYEE'S EARLIEST SURVIVING ROW -- A LATER STATUS,
      *    TRANSFER OR BANK CHANGE -- CAN FALL IN ANY LATER PERIOD
      *    AND READ AS A HIRE, SO ANY CUTOFF AT ALL IS NOTED ON THE
      *    REPORT, WHETHER OR NOT THE PERIOD REACHES BACK TO IT.
      *    SAME CUTOFF LOOKUP AS AUDRPT'S.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS ARCH_LOG
                (
                    TABLE_NAME    CHAR(12) NOT NULL,
                    CUTOFF_DATE   NUMERIC(8,0),
                    ROWS_ARCHIVED NUMERIC(9,0),
                    ARCH_DATE     NUMERIC(8,0),
                    ARCH_TIME     NUMERIC(6,0)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO WS-ARCH-CUTOFF.
           EXEC SQL
               SELECT COALESCE(MAX(CUTOFF_DATE), 0)
                 INTO :WS-ARCH-CUTOFF
                 FROM ARCH_LOG
                WHERE TABLE_NAME = 'EMP_AUDIT'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  WS-ARCH-CUTOFF > ZERO
               MOVE WS-ARCH-CUTOFF TO AN-CUTOFF
               MOVE WS-ARCHIVE-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "*** AUDIT ROWS ARCHIVED BEFORE "
                       WS-ARCH-CUTOFF " -- HIRE COUNTS APPROXIMATE ***"
           END-IF.

      ******************************************************************
       WRITE-DETAIL-RTN.
      *    EVERY ROW COUNTS IN ITS STATUS HEADCOUNT.  ONLY CURRENT
      *    STAFF (ACTIVE OR LEAVE) ARE LISTED AND PRICED AGAINST THE
      *    BAND; A TERMINATION COUNTS WHEN ITS STATUS DATE FALLS IN
      *    THE PERIOD.  AN UNRECOGNIZED STATUS COUNTS AS TERMINATED,
      *    SAME RULE AS EMPRPT.
      ******************************************************************
           IF  FIRST-ROW OR EMP-DEPT NOT = WS-PREV-DEPT
               PERFORM DEPT-BREAK-RTN
           END-IF.
           ADD  1 TO WS-ROW-COUNT.

           IF  HIRE-FLAG = "Y"
               ADD  1 TO WS-DEPT-HIRE-COUNT
               ADD  1 TO WS-HIRE-COUNT
           END-IF.

           EVALUATE EMP-STATUS
              WHEN  "A"
                 ADD  1 TO WS-DEPT-ACTIVE-COUNT
                 ADD  1 TO WS-ACTIVE-COUNT
              WHEN  "L"
                 ADD  1 TO WS-DEPT-LEAVE-COUNT
                 ADD  1 TO WS-LEAVE-COUNT
              WHEN  OTHER
                 ADD  1 TO WS-DEPT-TERM-COUNT
                 ADD  1 TO WS-TERM-COUNT
                 IF  EMP-STATUS-DATE >= MGT-DATE-FROM
                     AND EMP-STATUS-DATE <= MGT-DATE-TO
                     ADD  1 TO WS-DEPT-LEAVER-COUNT
                     ADD  1 TO WS-LEAVER-COUNT
                 END-IF
                 EXIT PARAGRAPH
           END-EVALUATE.

           ADD  EMP-SALARY TO WS-DEPT-PAY-TOTAL.
           ADD  EMP-SALARY TO WS-PAY-TOTAL.
           PERFORM BAND-POSITION-RTN.

           MOVE EMP-NO      TO DL-EMP-NO.
           MOVE EMP-NAME    TO DL-EMP-NAME.
           MOVE EMP-STATUS  TO DL-STATUS.
           MOVE EMP-SALARY  TO DL-SALARY.
           MOVE WS-COMPA    TO DL-COMPA.
           MOVE WS-POSITION TO DL-POSITION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       BAND-POSITION-RTN.
      *    COMPA-RATIO IS PAY OVER THE BAND MIDPOINT (1.00 = AT THE
      *    MIDPOINT).  "NEAR" MEANS WITHIN THE MARGIN -- A PERCENTAGE
      *    OF THE BAND'S WIDTH -- OF EITHER LIMIT; PAY OUTSIDE THE
      *    BAND (LOADED BEFORE THE BAND WAS SET OR TIGHTENED) IS
      *    FLAGGED AS SUCH AND COUNTED WITH THE NEAR ONES.
      ******************************************************************
           MOVE ZERO  TO WS-COMPA.
           MOVE SPACE TO WS-POSITION.
           IF  BAND-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BAND-MID ROUNDED =
                   (BAND-MIN-SALARY + BAND-MAX-SALARY) / 2.
           IF  WS-BAND-MID > ZERO
               COMPUTE WS-COMPA ROUNDED = EMP-SALARY / WS-BAND-MID
                   ON SIZE ERROR
                       MOVE 99.99 TO WS-COMPA
               END-COMPUTE
               ADD  WS-COMPA TO WS-DEPT-COMPA-TOTAL
               ADD  WS-COMPA TO WS-COMPA-TOTAL
               ADD  1 TO WS-DEPT-COMPA-COUNT
               ADD  1 TO WS-COMPA-COUNT
           END-IF.

           COMPUTE WS-BAND-MARGIN ROUNDED =
                   (BAND-MAX-SALARY - BAND-MIN-SALARY)
                   * WS-NEAR-PCT / 100.
           EVALUATE TRUE
              WHEN  EMP-SALARY < BAND-MIN-SALARY
                 MOVE "BELOW MIN" TO WS-POSITION
              WHEN  EMP-SALARY > BAND-MAX-SALARY
                 MOVE "ABOVE MAX" TO WS-POSITION
              WHEN  EMP-SALARY <= BAND-MIN-SALARY + WS-BAND-MARGIN
                 MOVE "NEAR MIN"  TO WS-POSITION
              WHEN  EMP-SALARY >= BAND-MAX-SALARY - WS-BAND-MARGIN
                 MOVE "NEAR MAX"  TO WS-POSITION
           END-EVALUATE.
           IF  WS-POSITION NOT = SPACE
               ADD  1 TO WS-DEPT-NEAR-COUNT
               ADD  1 TO WS-NEAR-COUNT
           END-IF.

      ******************************************************************
       DEPT-BREAK-RTN.
      *    CLOSE OUT THE DEPARTMENT JUST ENDED (NOT ON THE VERY FIRST
      *    ROW -- THERE IS NOTHING TO CLOSE YET), THEN OPEN THE NEW
      *    ONE'S HEADER, ITS BAND, AND RESET ITS ACCUMULATORS.  THE
      *    BAND COMES FROM THE JOIN, SO EVERY ROW OF A DEPARTMENT
      *    CARRIES THE SAME ONE.
      ******************************************************************
           IF  NOT FIRST-ROW
               PERFORM WRITE-DEPT-TOTAL-RTN
           END-IF.
           MOVE "N"       TO WS-FIRST-ROW-FLAG.
           MOVE EMP-DEPT  TO WS-PREV-DEPT.
           MOVE ZERO      TO WS-DEPT-ACTIVE-COUNT.
           MOVE ZERO      TO WS-DEPT-LEAVE-COUNT.
           MOVE ZERO      TO WS-DEPT-TERM-COUNT.
           MOVE ZERO      TO WS-DEPT-PAY-TOTAL.
           MOVE ZERO      TO WS-DEPT-COMPA-TOTAL.
           MOVE ZERO      TO WS-DEPT-COMPA-COUNT.
           MOVE ZERO      TO WS-DEPT-NEAR-COUNT.
           MOVE ZERO      TO WS-DEPT-HIRE-COUNT.
           MOVE ZERO      TO WS-DEPT-LEAVER-COUNT.

           MOVE SPACE     TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EMP-DEPT  TO DH-DEPT-CODE.
           MOVE DEPT-NAME TO DH-DEPT-NAME.
           MOVE WS-DEPT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF  BAND-FOUND = "Y"
               MOVE BAND-MIN-SALARY TO BL-MIN-SALARY
               COMPUTE BL-MID-SALARY ROUNDED =
                       (BAND-MIN-SALARY + BAND-MAX-SALARY) / 2
               MOVE BAND-MAX-SALARY TO BL-MAX-SALARY
               MOVE WS-BAND-LINE    TO REPORT-LINE
           ELSE
               MOVE WS-NO-BAND-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-DEPT-TOTAL-RTN.
      ******************************************************************
           MOVE WS-DEPT-ACTIVE-COUNT TO WS-SUM-ACTIVE.
           MOVE WS-DEPT-LEAVE-COUNT  TO WS-SUM-LEAVE.
           MOVE WS-DEPT-TERM-COUNT   TO WS-SUM-TERM.
           MOVE WS-DEPT-PAY-TOTAL    TO WS-SUM-PAY-TOTAL.
           MOVE WS-DEPT-COMPA-TOTAL  TO WS-SUM-COMPA-TOTAL.
           MOVE WS-DEPT-COMPA-COUNT  TO WS-SUM-COMPA-COUNT.
           MOVE WS-DEPT-NEAR-COUNT   TO WS-SUM-NEAR.
           MOVE WS-DEPT-HIRE-COUNT   TO WS-SUM-HIRES.
           MOVE WS-DEPT-LEAVER-COUNT TO WS-SUM-LEAVERS.
           MOVE WS-HEADER-LINE-2     TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-SUMMARY-RTN.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           IF  NOT FIRST-ROW
               PERFORM WRITE-DEPT-TOTAL-RTN
           END-IF.
           MOVE WS-ACTIVE-COUNT      TO WS-SUM-ACTIVE.
           MOVE WS-LEAVE-COUNT       TO WS-SUM-LEAVE.
           MOVE WS-TERM-COUNT        TO WS-SUM-TERM.
           MOVE WS-PAY-TOTAL         TO WS-SUM-PAY-TOTAL.
           MOVE WS-COMPA-TOTAL       TO WS-SUM-COMPA-TOTAL.
           MOVE WS-COMPA-COUNT       TO WS-SUM-COMPA-COUNT.
           MOVE WS-NEAR-COUNT        TO WS-SUM-NEAR.
           MOVE WS-HIRE-COUNT        TO WS-SUM-HIRES.
           MOVE WS-LEAVER-COUNT      TO WS-SUM-LEAVERS.
           MOVE SPACE                TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2     TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-SUMMARY-RTN.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      *    TURNOVER IS TERMINATIONS OVER THE AVERAGE HEADCOUNT FOR
      *    THE PERIOD.  ONLY THE CLOSING HEADCOUNT (CURRENT STAFF) IS
      *    ON FILE, SO THE OPENING ONE IS WORKED BACK FROM IT: LESS
      *    THE PERIOD'S HIRES, PLUS ITS TERMINATIONS.
      ******************************************************************
           MOVE WS-SUM-ACTIVE TO SH-ACTIVE.
           MOVE WS-SUM-LEAVE  TO SH-LEAVE.
           MOVE WS-SUM-TERM   TO SH-TERM.
           MOVE WS-HEADCOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-SUM-STAFF = WS-SUM-ACTIVE + WS-SUM-LEAVE.
           IF  WS-SUM-STAFF > ZERO
               COMPUTE SP-AVG-PAY ROUNDED =
                       WS-SUM-PAY-TOTAL / WS-SUM-STAFF
           ELSE
               MOVE ZERO TO SP-AVG-PAY
           END-IF.
           IF  WS-SUM-COMPA-COUNT > ZERO
               COMPUTE SP-AVG-COMPA ROUNDED =
                       WS-SUM-COMPA-TOTAL / WS-SUM-COMPA-COUNT
           ELSE
               MOVE ZERO TO SP-AVG-COMPA
           END-IF.
           MOVE WS-SUM-NEAR TO SP-NEAR.
           MOVE WS-PAY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-SUM-OPENING =
                   WS-SUM-STAFF - WS-SUM-HIRES + WS-SUM-LEAVERS.
           COMPUTE WS-SUM-AVG-HEADS ROUNDED =
                   (WS-SUM-OPENING + WS-SUM-STAFF) / 2.
           MOVE ZERO TO WS-SUM-TURNOVER.
           IF  WS-SUM-AVG-HEADS > ZERO
               COMPUTE WS-SUM-TURNOVER ROUNDED =
                       WS-SUM-LEAVERS * 100 / WS-SUM-AVG-HEADS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-SUM-TURNOVER
               END-COMPUTE
           END-IF.
           MOVE WS-SUM-HIRES    TO ST-HIRES.
           MOVE WS-SUM-LEAVERS  TO ST-LEAVERS.
           MOVE WS-SUM-TURNOVER TO ST-TURNOVER.
           MOVE WS-TURNOVER-LINE TO REPORT-LINE.
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
