      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYREVW -- annual pay review: reads a review file of
      *             department code, increase percentage, optional
      *             flat minimum increase and effective date, and
      *             works out every active employee's new salary in
      *             those departments -- the percentage, or the flat
      *             minimum where that is more, capped at the
      *             department's SAL_BAND maximum.  PREVIEW (the
      *             default) prints each employee's salary before and
      *             after and the cost of the increase, per employee,
      *             per department and in total, and changes nothing.
      *             APPLY makes the same changes to EMP in one unit of
      *             work, with an EMP_SALHIST row and an EMP_AUDIT row
      *             (action PAYREVW) for every salary changed; a bad
      *             review line, a line not yet effective, a line
      *             already applied (for a line with no date, any
      *             review of that department since 1 January), or
      *             any SQL failure rolls the whole review back.
      *             Employees held at the band cap and employees on
      *             leave are listed separately for HR to decide on
      *             one by one.
      *             Logged to RUN_LOG like the other batch programs.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYREVW.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT REVIEW-FILE      ASSIGN TO WS-ENV-INFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-INFILE-STATUS.
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

      *    ONE LINE PER DEPARTMENT UNDER REVIEW.  THE INCREASE IS A
      *    PERCENTAGE WITH TWO DECIMALS (00350 = 3.50%); THE FLAT
      *    MINIMUM MAY BE LEFT BLANK (OR ZERO) WHEN THERE IS NONE.  A
      *    BLANK EFFECTIVE DATE MEANS TODAY.
       FD  REVIEW-FILE.
       01  REVIEW-FILE-REC.
           03  RVR-DEPT-CODE       PIC  X(04).
           03  RVR-INCR-PCT        PIC 9(03)V99.
           03  RVR-FLAT-MIN        PIC 9(07)V99.
           03  RVR-FLAT-MIN-X      REDEFINES RVR-FLAT-MIN
                                   PIC  X(09).
           03  RVR-EFF-DATE        PIC  X(08).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-INFILE           PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
      *    PREVIEW (OR BLANK) OR APPLY -- ANYTHING ELSE IS REFUSED
      *    RATHER THAN GUESSED AT.
       01  WS-ENV-MODE             PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-INFILE-STATUS        PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

       01  WS-MODE-FLAG            PIC  X(01) VALUE "P".
           88  MODE-PREVIEW               VALUE "P".
           88  MODE-APPLY                 VALUE "A".

      *    SET WHEN AN SQL STATEMENT FAILS -- THE REVIEW STOPS AND,
      *    IN APPLY MODE, EVERYTHING DONE SO FAR IS ROLLED BACK.
       01  WS-RUN-FAIL-FLAG        PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".

       01  WS-LINE-STATUS          PIC  X(01) VALUE "Y".
           88  LINE-VALID                 VALUE "Y".
           88  LINE-REJECTED              VALUE "N".
       01  WS-REJECT-REASON        PIC  X(30) VALUE SPACE.

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

       01  WS-LINE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-EMP-READ-COUNT       PIC 9(09) VALUE ZERO.

      *    DEPARTMENTS ALREADY ON THE FILE -- A SECOND LINE FOR THE
      *    SAME DEPARTMENT WOULD GIVE ITS STAFF TWO INCREASES.
       01  WS-SEEN-MAX-ROWS        PIC 9(04) VALUE 200.
       01  WS-SEEN-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-SEEN-TBL.
           03  WS-SEEN-DEPT        PIC  X(04) OCCURS 200 TIMES.
       01  WS-SEEN-SUB             PIC 9(04).
       01  WS-FOUND-FLAG           PIC  X(01).
           88  DEPT-ALREADY-SEEN          VALUE "Y".

      *    EMPLOYEES FOR HR'S ATTENTION -- HELD AT THE BAND CAP
      *    (KIND C) OR ON LEAVE (KIND L).  KEPT HERE WHILE THE
      *    DEPARTMENTS ARE WORKED AND LISTED AFTER THEM.
       01  XT-MAX-ROWS             PIC 9(04) VALUE 1000.
       01  XT-COUNT                PIC 9(04) VALUE ZERO.
       01  XT-DATA-TBL.
           03  XT-TBL OCCURS 0 TO 1000 TIMES
                   DEPENDING ON XT-COUNT.
               05  XT-KIND         PIC  X(01).
               05  XT-DEPT-CODE    PIC  X(04).
               05  XT-EMP-NO       PIC S9(04).
               05  XT-EMP-NAME     PIC  X(40).
               05  XT-BEFORE       PIC S9(07)V99.
               05  XT-CALC         PIC S9(09)V99.
               05  XT-AFTER        PIC S9(07)V99.
       01  XT-SUB                  PIC 9(04).
       01  XT-NEW-KIND             PIC  X(01) VALUE SPACE.
       01  XT-OVERFLOW-COUNT       PIC 9(06) VALUE ZERO.
       01  XT-LISTED-COUNT         PIC 9(06) VALUE ZERO.

      *    THE REVIEW LINE BEING WORKED, ONCE VALIDATED.
       01  WS-INCR-PCT             PIC 9(03)V99 VALUE ZERO.
       01  WS-FLAT-MIN             PIC 9(07)V99 VALUE ZERO.

      *    ONE EMPLOYEE'S FIGURES -- THE INCREASE BEFORE THE CAP,
      *    THE SALARY IT WOULD GIVE, AND WHETHER THE CAP HELD IT.
       01  WS-INCREASE             PIC S9(07)V99 VALUE ZERO.
       01  WS-CALC-SALARY          PIC S9(09)V99 VALUE ZERO.
       01  WS-COST                 PIC S9(07)V99 VALUE ZERO.
       01  WS-CAPPED-FLAG          PIC  X(01) VALUE "N".
           88  SALARY-CAPPED              VALUE "Y".

      *    DEPARTMENT AND GRAND ACCUMULATORS -- ACTIVE STAFF ONLY.
       01  WS-DEPT-STAFF           PIC 9(06) VALUE ZERO.
       01  WS-DEPT-CHANGED         PIC 9(06) VALUE ZERO.
       01  WS-DEPT-BEFORE          PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-AFTER           PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-COST            PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-STAFF            PIC 9(06) VALUE ZERO.
       01  WS-TOT-CHANGED          PIC 9(06) VALUE ZERO.
       01  WS-TOT-BEFORE           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-AFTER            PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-COST             PIC S9(11)V99 VALUE ZERO.

      *    WRITE-SUMMARY-RTN WORKS FROM THESE, LOADED FROM EITHER SET
      *    OF ACCUMULATORS, SO A DEPARTMENT AND THE GRAND TOTAL ARE
      *    PRINTED THE SAME WAY.
       01  WS-SUM-STAFF            PIC 9(06) VALUE ZERO.
       01  WS-SUM-CHANGED          PIC 9(06) VALUE ZERO.
       01  WS-SUM-BEFORE           PIC S9(11)V99 VALUE ZERO.
       01  WS-SUM-AFTER            PIC S9(11)V99 VALUE ZERO.
       01  WS-SUM-COST             PIC S9(11)V99 VALUE ZERO.

       01  WS-TITLE-LINE.
           03  FILLER              PIC  X(20) VALUE
                                       "ANNUAL PAY REVIEW --".
           03  TL-MODE             PIC  X(30).
           03  FILLER              PIC  X(10) VALUE " RUN DATE ".
           03  TL-RUN-DATE         PIC 9(08).

       01  WS-DEPT-HEADER-LINE.
           03  FILLER              PIC  X(12) VALUE "DEPARTMENT: ".
           03  DH-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DH-DEPT-NAME        PIC  X(30).

       01  WS-TERMS-LINE.
           03  FILLER              PIC  X(12) VALUE "  INCREASE: ".
           03  RT-INCR-PCT         PIC ZZ9.99.
           03  FILLER              PIC  X(13) VALUE "%  MINIMUM: ".
           03  RT-FLAT-MIN         PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(13) VALUE "  EFFECTIVE: ".
           03  RT-EFF-DATE         PIC 9(08).

       01  WS-BAND-LINE.
           03  FILLER              PIC  X(12) VALUE "  BAND MAX: ".
           03  BL-MAX-SALARY       PIC Z,ZZZ,ZZ9.99.
       01  WS-NO-BAND-LINE         PIC  X(80) VALUE
           "  NO SALARY BAND ON FILE -- INCREASES ARE NOT CAPPED".

       01  WS-HEADER-LINE-1        PIC  X(80) VALUE
           "EMP NO  EMPLOYEE NAME                 BEFORE         AFTER  
      -    "      COST".
       01  WS-HEADER-LINE-2        PIC  X(80) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           03  DL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  DL-EMP-NAME         PIC  X(22).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-BEFORE           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-AFTER            PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-COST             PIC ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-FLAG             PIC  X(06).

       01  WS-SUM-STAFF-LINE.
           03  FILLER              PIC  X(09) VALUE "  STAFF: ".
           03  SS-STAFF            PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(11) VALUE "  CHANGED: ".
           03  SS-CHANGED          PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(20) VALUE
                                       "  COST OF INCREASE: ".
           03  SS-COST             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-PAY-LINE.
           03  FILLER              PIC  X(18) VALUE
                                       "  PAYROLL BEFORE: ".
           03  SP-BEFORE           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(09) VALUE "  AFTER: ".
           03  SP-AFTER            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REJECT-LINE.
           03  FILLER              PIC  X(12) VALUE "REVIEW LINE ".
           03  RJ-LINE-NO          PIC ZZZZZ9.
           03  FILLER              PIC  X(13) VALUE " REJECTED -- ".
           03  RJ-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  RJ-REASON           PIC  X(30).

       01  WS-GRAND-HEADER-LINE    PIC  X(80) VALUE
           "ALL DEPARTMENTS REVIEWED".

       01  WS-CAPPED-TITLE-LINE    PIC  X(80) VALUE
           "HELD AT BAND MAXIMUM -- FOR HR TO DECIDE INDIVIDUALLY".
       01  WS-CAPPED-HEADER-LINE   PIC  X(80) VALUE
           "DEPT EMP NO EMPLOYEE NAME                BEFORE   CALCULATED
      -    "    CAPPED AT".
       01  WS-CAPPED-LINE.
           03  CL-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(03) VALUE SPACE.
           03  CL-EMP-NAME         PIC  X(22).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-BEFORE           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-CALC             PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-AFTER            PIC Z,ZZZ,ZZ9.99.

       01  WS-LEAVE-TITLE-LINE     PIC  X(80) VALUE
           "ON LEAVE -- NOT INCREASED, FOR HR TO DECIDE INDIVIDUALLY".
       01  WS-LEAVE-HEADER-LINE    PIC  X(80) VALUE
           "DEPT EMP NO EMPLOYEE NAME                SALARY".
       01  WS-LEAVE-LINE.
           03  LL-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  LL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(03) VALUE SPACE.
           03  LL-EMP-NAME         PIC  X(22).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  LL-SALARY           PIC Z,ZZZ,ZZ9.99.

       01  WS-NONE-LINE            PIC  X(80) VALUE "  (NONE)".
       01  WS-OVERFLOW-LINE.
           03  FILLER              PIC  X(06) VALUE "  ... ".
           03  OV-COUNT            PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(40) VALUE
               " MORE NOT LISTED -- SEE THE DETAIL ABOVE".

       01  WS-OUTCOME-LINE         PIC  X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(40) VALUE SPACE.
       01  EMP-SALARY              PIC S9(07)V99 VALUE ZERO.
       01  EMP-STATUS              PIC  X(01) VALUE SPACE.
       01  NEW-EMP-SALARY          PIC S9(07)V99 VALUE ZERO.
       01  REV-DEPT-CODE           PIC  X(04) VALUE SPACE.
       01  REV-EFF-DATE            PIC 9(08) VALUE ZERO.
      *    EARLIEST PAYREVW AUDIT DATE THAT MEANS THE LINE WAS ALREADY
      *    APPLIED -- THE EFFECTIVE DATE, OR 1 JANUARY WHEN THE DATE
      *    WAS LEFT BLANK (SEE VALIDATE-REVIEW-LINE-RTN).
       01  REV-GUARD-DATE          PIC 9(08) VALUE ZERO.
       01  DEPT-NAME               PIC  X(30) VALUE SPACE.
      *    "Y" WHEN THE DEPARTMENT HAS A SAL_BAND ROW -- WITHOUT ONE
      *    THERE IS NO MAXIMUM TO CAP AT.
       01  BAND-FOUND              PIC  X(01) VALUE SPACE.
       01  BAND-MAX-SALARY         PIC S9(07)V99 VALUE ZERO.
      *    PAYREVW AUDIT ROWS ALREADY ON FILE FOR THE DEPARTMENT
      *    SINCE THE EFFECTIVE DATE -- A REVIEW APPLIED TWICE WOULD
      *    COMPOUND.
       01  REV-APPLIED-COUNT       PIC 9(09) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
       01  WS-AUDIT-ACTION         PIC  X(08) VALUE "PAYREVW".
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS EMPRPT'S.
       01  RL-PROGRAM              PIC  X(08) VALUE "PAYREVW".
       01  RL-RUN-MODE             PIC  X(01) VALUE SPACE.
       01  RL-STATUS               PIC  X(08) VALUE SPACE.
       01  RL-END-DATE             PIC 9(08) VALUE ZERO.
       01  RL-END-TIME             PIC 9(06) VALUE ZERO.
       01  RL-ROWS-READ            PIC 9(09) VALUE ZERO.
       01  RL-ROWS-APPLIED         PIC 9(09) VALUE ZERO.
       01  RL-ROWS-REJECTED        PIC 9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAYREVW STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CLOCK-TIME.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM SETUP-RUN-LOG-RTN.

           OPEN INPUT REVIEW-FILE.
           IF  WS-INFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN PAY REVIEW FILE: "
                       WS-ENV-INFILE " STATUS " WS-INFILE-STATUS
                       " ***"
               SET  RUN-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN REPORT FILE: "
                       WS-ENV-REPORTFILE " STATUS "
                       WS-REPORTFILE-STATUS " ***"
               SET  RUN-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  MODE-APPLY
               MOVE " APPLY"                      TO TL-MODE
           ELSE
               MOVE " PREVIEW ONLY, NOTHING CHANGED" TO TL-MODE
           END-IF.
           MOVE SYS-TIME       TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL WS-INFILE-STATUS NOT = "00"
                      OR RUN-FAILED
               READ REVIEW-FILE
                   AT END
                       MOVE "10" TO WS-INFILE-STATUS
                   NOT AT END
                       ADD  1 TO WS-LINE-COUNT
                       PERFORM PROCESS-REVIEW-LINE-RTN
               END-READ
           END-PERFORM.
           CLOSE REVIEW-FILE.

           IF  NOT RUN-FAILED
               MOVE SPACE              TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-GRAND-HEADER-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOT-STAFF       TO WS-SUM-STAFF
               MOVE WS-TOT-CHANGED     TO WS-SUM-CHANGED
               MOVE WS-TOT-BEFORE      TO WS-SUM-BEFORE
               MOVE WS-TOT-AFTER       TO WS-SUM-AFTER
               MOVE WS-TOT-COST        TO WS-SUM-COST
               PERFORM WRITE-SUMMARY-RTN
               PERFORM WRITE-EXCEPTIONS-RTN
           END-IF.

      *    APPLY IS ALL OR NOTHING: ONE REJECTED REVIEW LINE LEAVES
      *    EVERY DEPARTMENT AS IT WAS, SO HR NEVER HAS TO WORK OUT
      *    WHICH HALF OF A REVIEW WENT IN.  A PREVIEW HAS CHANGED
      *    NOTHING, SO IT HAS NOTHING TO COMMIT.
           IF  MODE-APPLY AND NOT RUN-FAILED AND WS-REJECT-COUNT > 0
               SET  RUN-FAILED TO TRUE
           END-IF.
           IF  MODE-APPLY AND NOT RUN-FAILED
               EXEC SQL COMMIT WORK END-EXEC
               MOVE "REVIEW APPLIED -- EMP, EMP_SALHIST AND EMP_AUDIT UP
      -             "DATED"            TO WS-OUTCOME-LINE
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               IF  MODE-APPLY
                   MOVE "NOTHING APPLIED -- CORRECT THE REVIEW FILE AND
      -                 "RERUN"        TO WS-OUTCOME-LINE
               ELSE
                   MOVE "PREVIEW ONLY -- NOTHING CHANGED"
                                       TO WS-OUTCOME-LINE
               END-IF
           END-IF.
           MOVE SPACE           TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUTCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUNLOG-END-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  RUN-FAILED
               DISPLAY "*** PAYREVW FAILED -- " WS-REJECT-COUNT
                       " REVIEW LINE(S) REJECTED, NOTHING APPLIED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-REJECT-COUNT > 0
                   DISPLAY "*** " WS-REJECT-COUNT " REVIEW LINE(S) "
                           "REJECTED -- SEE " WS-ENV-REPORTFILE " ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "*** PAYREVW FINISHED: " WS-TOT-CHANGED
                       " SALARIES CHANGED ***"
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY, PLUS THE
      *    REVIEW FILE, THE REPORT AND THE RUN MODE.
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
           ACCEPT WS-ENV-INFILE
                           FROM ENVIRONMENT "PAYREVW_INFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "PAYREVW_REPORTFILE".
           ACCEPT WS-ENV-MODE
                           FROM ENVIRONMENT "PAYREVW_MODE".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-INFILE = SPACE
               MOVE "data/PAYREVW.DAT" TO WS-ENV-INFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "PAYREVW.OUT"   TO WS-ENV-REPORTFILE
           END-IF.

           EVALUATE WS-ENV-MODE
              WHEN  SPACE
              WHEN  "PREVIEW"
                 SET  MODE-PREVIEW TO TRUE
              WHEN  "APPLY"
                 SET  MODE-APPLY   TO TRUE
              WHEN  OTHER
                 DISPLAY "*** UNKNOWN PAYREVW_MODE: " WS-ENV-MODE
                         " -- USE PREVIEW OR APPLY ***"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           MOVE WS-MODE-FLAG       TO RL-RUN-MODE.

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
               MOVE "PAYREVW"  TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "PAYREVW"  TO WS-ENV-JOBID
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
       SETUP-RUN-LOG-RTN.
      *    SAME TABLE DEFINITION AS INSERTTBL'S SETUP-RUN-LOG-RTN --
      *    WHICHEVER PROGRAM RUNS FIRST PUTS IT IN PLACE.
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
      *    ROWS READ IS EMPLOYEES REVIEWED; APPLIED IS SALARIES
      *    CHANGED (ZERO FOR A PREVIEW OR A ROLLED-BACK APPLY);
      *    REJECTED IS REVIEW LINES REJECTED.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE WS-EMP-READ-COUNT  TO RL-ROWS-READ.
           MOVE WS-REJECT-COUNT    TO RL-ROWS-REJECTED.
           IF  RUN-FAILED
               MOVE "FAILED"       TO RL-STATUS
               MOVE ZERO           TO RL-ROWS-APPLIED
           ELSE
               MOVE "OK"           TO RL-STATUS
               IF  MODE-APPLY
                   MOVE WS-TOT-CHANGED TO RL-ROWS-APPLIED
               ELSE
                   MOVE ZERO           TO RL-ROWS-APPLIED
               END-IF
           END-IF.
           EXEC SQL
               UPDATE RUN_LOG
                  SET END_DATE      = :RL-END-DATE,
                      END_TIME      = :RL-END-TIME,
                      ROWS_READ     = :RL-ROWS-READ,
                      ROWS_APPLIED  = :RL-ROWS-APPLIED,
                      ROWS_REJECTED = :RL-ROWS-REJECTED,
                      RUN_STATUS    = :RL-STATUS
                WHERE PROGRAM_NAME = :RL-PROGRAM
                  AND JOB_ID       = :WS-JOB-ID
                  AND START_DATE   = :SYS-TIME
                  AND START_TIME   = :WS-CLOCK-TIME
                  AND RUN_STATUS   = 'RUNNING'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.

      ******************************************************************
       PROCESS-REVIEW-LINE-RTN.
      *    VALIDATE THE LINE, THEN EITHER WORK THE DEPARTMENT OR LIST
      *    THE LINE AS REJECTED WITH THE FIRST REASON IT FAILED ON.
      ******************************************************************
           SET  LINE-VALID TO TRUE.
           MOVE SPACE TO WS-REJECT-REASON.
           PERFORM VALIDATE-REVIEW-LINE-RTN.
           IF  RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  LINE-REJECTED
               PERFORM WRITE-REJECT-LINE-RTN
           ELSE
               PERFORM REVIEW-DEPT-RTN
           END-IF.

      ******************************************************************
       VALIDATE-REVIEW-LINE-RTN.
      *    THE LINE ITSELF FIRST (A DEPARTMENT, DIGITS WHERE DIGITS
      *    BELONG, SOME INCREASE TO GIVE), THEN THE DEPARTMENT ON
      *    FILE, THEN -- SO A REVIEW CANNOT BE GIVEN TWICE -- THE
      *    AUDIT TRAIL OF EARLIER RUNS.
      ******************************************************************
           IF  RVR-DEPT-CODE = SPACE
               MOVE "MISSING DEPARTMENT"       TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RVR-DEPT-CODE TO REV-DEPT-CODE.
           IF  RVR-INCR-PCT NOT NUMERIC
               MOVE "INCREASE PCT NOT NUMERIC" TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RVR-INCR-PCT TO WS-INCR-PCT.
           IF  RVR-FLAT-MIN-X = SPACE
               MOVE ZERO TO WS-FLAT-MIN
           ELSE
               IF  RVR-FLAT-MIN NUMERIC
                   MOVE RVR-FLAT-MIN TO WS-FLAT-MIN
               ELSE
                   MOVE "FLAT MINIMUM NOT NUMERIC"
                                               TO WS-REJECT-REASON
                   SET  LINE-REJECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF  WS-INCR-PCT = ZERO AND WS-FLAT-MIN = ZERO
               MOVE "NO INCREASE GIVEN"        TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *    A BLANK DATE MEANS TODAY -- SO THE SAME FILE RERUN ON A
      *    LATER DAY WOULD CARRY A LATER DATE AND SLIP PAST THE
      *    ALREADY-APPLIED CHECK BELOW.  THE CHECK THEREFORE LOOKS
      *    BACK TO THE START OF THE YEAR FOR AN UNDATED LINE: ONE
      *    UNDATED REVIEW PER DEPARTMENT PER YEAR, AND A SECOND ONE
      *    MUST NAME ITS EFFECTIVE DATE.
           IF  RVR-EFF-DATE = SPACE
               MOVE SYS-TIME TO REV-EFF-DATE
               DIVIDE SYS-TIME BY 10000 GIVING WS-REVIEW-YEAR
               COMPUTE REV-GUARD-DATE = WS-REVIEW-YEAR * 10000 + 0101
           ELSE
               IF  RVR-EFF-DATE NUMERIC
                   MOVE RVR-EFF-DATE TO REV-EFF-DATE
                   MOVE RVR-EFF-DATE TO REV-GUARD-DATE
               ELSE
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                   SET  LINE-REJECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *    EMP HOLDS ONE CURRENT SALARY, SO A REVIEW APPLIED EARLY
      *    WOULD BE PAID EARLY -- PREVIEW IT AHEAD OF TIME, APPLY IT
      *    ON OR AFTER THE DATE.
           IF  MODE-APPLY AND REV-EFF-DATE > SYS-TIME
               MOVE "NOT YET EFFECTIVE"        TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF  WS-SEEN-DEPT(WS-SEEN-SUB) = REV-DEPT-CODE
                   SET  DEPT-ALREADY-SEEN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  DEPT-ALREADY-SEEN
               MOVE "DEPARTMENT ALREADY ON FILE" TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  WS-SEEN-COUNT < WS-SEEN-MAX-ROWS
               ADD  1 TO WS-SEEN-COUNT
               MOVE REV-DEPT-CODE TO WS-SEEN-DEPT(WS-SEEN-COUNT)
           ELSE
               MOVE "TOO MANY DEPARTMENTS ON FILE" TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    LEFT JOIN SO A DEPARTMENT WITHOUT A BAND STILL COMES BACK
      *    -- ITS INCREASES ARE SIMPLY NOT CAPPED.
           EXEC SQL
               SELECT D.DEPT_NAME,
                      CASE WHEN B.DEPT_CODE IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(B.MAX_SALARY, 0)
                 INTO :DEPT-NAME,:BAND-FOUND,:BAND-MAX-SALARY
                 FROM DEPT D
                 LEFT JOIN SAL_BAND B ON B.DEPT_CODE = D.DEPT_CODE
                WHERE D.DEPT_CODE = :REV-DEPT-CODE
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 MOVE "UNKNOWN DEPARTMENT"     TO WS-REJECT-REASON
                 SET  LINE-REJECTED TO TRUE
                 EXIT PARAGRAPH
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 SET  RUN-FAILED TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE ZERO TO REV-APPLIED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :REV-APPLIED-COUNT
                 FROM EMP_AUDIT A
                 JOIN EMP E ON E.EMP_NO = A.EMP_NO
                WHERE A.ACTION_TYPE = :WS-AUDIT-ACTION
                  AND A.LOAD_DATE  >= :REV-GUARD-DATE
                  AND E.DEPT_CODE   = :REV-DEPT-CODE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  REV-APPLIED-COUNT > ZERO
               MOVE "REVIEW ALREADY APPLIED"   TO WS-REJECT-REASON
               SET  LINE-REJECTED TO TRUE
           END-IF.

      ******************************************************************
       WRITE-REJECT-LINE-RTN.
      ******************************************************************
           ADD  1 TO WS-REJECT-COUNT.
           MOVE WS-LINE-COUNT    TO RJ-LINE-NO.
           MOVE RVR-DEPT-CODE    TO RJ-DEPT-CODE.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           MOVE SPACE            TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECT-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** " WS-REJECT-REASON " FOR REVIEW LINE "
                   WS-LINE-COUNT " ***".

      ******************************************************************
       REVIEW-DEPT-RTN.
      *    ONE VALID REVIEW LINE: PRINT ITS TERMS, THEN WORK THROUGH
      *    THE DEPARTMENT'S EMPLOYEES IN NUMBER ORDER.  TERMINATED
      *    EMPLOYEES ARE NOT REVIEWED; STATUS COALESCES TO ACTIVE, AS
      *    EVERYWHERE ELSE.
      ******************************************************************
           MOVE SPACE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REV-DEPT-CODE  TO DH-DEPT-CODE.
           MOVE DEPT-NAME      TO DH-DEPT-NAME.
           MOVE WS-DEPT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INCR-PCT    TO RT-INCR-PCT.
           MOVE WS-FLAT-MIN    TO RT-FLAT-MIN.
           MOVE REV-EFF-DATE   TO RT-EFF-DATE.
           MOVE WS-TERMS-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF  BAND-FOUND = "Y"
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

           MOVE ZERO TO WS-DEPT-STAFF.
           MOVE ZERO TO WS-DEPT-CHANGED.
           MOVE ZERO TO WS-DEPT-BEFORE.
           MOVE ZERO TO WS-DEPT-AFTER.
           MOVE ZERO TO WS-DEPT-COST.

           EXEC SQL
               DECLARE REV_CUR CURSOR FOR
                   SELECT EMP_NO, EMP_NAME, EMP_SALARY,
                          COALESCE(EMP_STATUS, 'A')
                     FROM EMP
                    WHERE DEPT_CODE = :REV-DEPT-CODE
                      AND COALESCE(EMP_STATUS, 'A') <> 'T'
                    ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN REV_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR OR RUN-FAILED
               EXEC SQL
                   FETCH REV_CUR
                    INTO :EMP-NO,:EMP-NAME,:EMP-SALARY,:EMP-STATUS
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-EMP-READ-COUNT
                     PERFORM REVIEW-EMPLOYEE-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE REV_CUR
           END-EXEC.
           IF  RUN-FAILED
               EXIT PARAGRAPH
           END-IF.

           IF  WS-DEPT-STAFF = ZERO
               MOVE "  (NO ACTIVE EMPLOYEES)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-DEPT-STAFF   TO WS-SUM-STAFF.
           MOVE WS-DEPT-CHANGED TO WS-SUM-CHANGED.
           MOVE WS-DEPT-BEFORE  TO WS-SUM-BEFORE.
           MOVE WS-DEPT-AFTER   TO WS-SUM-AFTER.
           MOVE WS-DEPT-COST    TO WS-SUM-COST.
           PERFORM WRITE-SUMMARY-RTN.

           ADD  WS-DEPT-STAFF   TO WS-TOT-STAFF.
           ADD  WS-DEPT-CHANGED TO WS-TOT-CHANGED.
           ADD  WS-DEPT-BEFORE  TO WS-TOT-BEFORE.
           ADD  WS-DEPT-AFTER   TO WS-TOT-AFTER.
           ADD  WS-DEPT-COST    TO WS-TOT-COST.

      ******************************************************************
       REVIEW-EMPLOYEE-RTN.
      *    THE PERCENTAGE, OR THE FLAT MINIMUM WHERE THAT IS MORE,
      *    THEN THE BAND CAP.  A SALARY ALREADY AT OR OVER THE
      *    MAXIMUM IS HELD WHERE IT IS -- A REVIEW NEVER CUTS PAY.
      *    ON-LEAVE EMPLOYEES ARE SET ASIDE UNCHANGED FOR HR.
      ******************************************************************
           IF  EMP-STATUS = "L"
               MOVE "L" TO XT-NEW-KIND
               MOVE EMP-SALARY TO WS-CALC-SALARY
               MOVE EMP-SALARY TO NEW-EMP-SALARY
               PERFORM KEEP-EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INCREASE ROUNDED =
                   EMP-SALARY * WS-INCR-PCT / 100.
           IF  WS-FLAT-MIN > WS-INCREASE
               MOVE WS-FLAT-MIN TO WS-INCREASE
           END-IF.
           COMPUTE WS-CALC-SALARY = EMP-SALARY + WS-INCREASE.

           MOVE "N" TO WS-CAPPED-FLAG.
           IF  BAND-FOUND = "Y" AND WS-CALC-SALARY > BAND-MAX-SALARY
               SET  SALARY-CAPPED TO TRUE
               IF  EMP-SALARY < BAND-MAX-SALARY
                   MOVE BAND-MAX-SALARY TO NEW-EMP-SALARY
               ELSE
                   MOVE EMP-SALARY      TO NEW-EMP-SALARY
               END-IF
           ELSE
               MOVE WS-CALC-SALARY TO NEW-EMP-SALARY
           END-IF.
           COMPUTE WS-COST = NEW-EMP-SALARY - EMP-SALARY.

           ADD  1              TO WS-DEPT-STAFF.
           ADD  EMP-SALARY     TO WS-DEPT-BEFORE.
           ADD  NEW-EMP-SALARY TO WS-DEPT-AFTER.
           ADD  WS-COST        TO WS-DEPT-COST.

           MOVE SPACE          TO WS-DETAIL-LINE.
           MOVE EMP-NO         TO DL-EMP-NO.
           MOVE EMP-NAME       TO DL-EMP-NAME.
           MOVE EMP-SALARY     TO DL-BEFORE.
           MOVE NEW-EMP-SALARY TO DL-AFTER.
           MOVE WS-COST        TO DL-COST.
           IF  SALARY-CAPPED
               MOVE "CAPPED"   TO DL-FLAG
               MOVE "C" TO XT-NEW-KIND
               PERFORM KEEP-EXCEPTION-RTN
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF  WS-COST NOT = ZERO
               ADD  1 TO WS-DEPT-CHANGED
               IF  MODE-APPLY
                   PERFORM APPLY-INCREASE-RTN
               END-IF
           END-IF.

      ******************************************************************
       APPLY-INCREASE-RTN.
      *    THE UPDATE INSISTS THE SALARY IS STILL THE ONE THE CURSOR
      *    READ, SO A CORRECTION MADE THROUGH EMPMAINT WHILE THE
      *    REVIEW RUNS IS NEVER OVERWRITTEN -- IT FAILS THE REVIEW
      *    INSTEAD, AND THE REVIEW IS SIMPLY RERUN.  HISTORY AND
      *    AUDIT ROWS GO IN THE SAME UNIT OF WORK AS THE UPDATE.
      ******************************************************************
           EXEC SQL
               UPDATE EMP
                  SET EMP_SALARY = :NEW-EMP-SALARY
                WHERE EMP_NO     = :EMP-NO
                  AND EMP_SALARY = :EMP-SALARY
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  SQLERRD(3) = ZERO
               DISPLAY "*** EMP " EMP-NO " CHANGED WHILE THE REVIEW "
                       "RAN -- REVIEW ROLLED BACK ***"
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO EMP_SALHIST VALUES
                      (:EMP-NO,:EMP-NAME,:EMP-NAME,
                       :EMP-SALARY,:NEW-EMP-SALARY,
                       :SYS-TIME,:WS-CLOCK-TIME,
                       :WS-OPERATOR-ID,:WS-JOB-ID)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO EMP_AUDIT VALUES
                      (:EMP-NO,:WS-OPERATOR-ID,:WS-JOB-ID,
                       :WS-AUDIT-ACTION,:SYS-TIME,:WS-CLOCK-TIME)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
       KEEP-EXCEPTION-RTN.
      *    XT-NEW-KIND CARRIES THE KIND IN FROM THE CALLER.  PAST
      *    THE TABLE'S SIZE THE EMPLOYEE IS STILL ON THE DETAIL
      *    LISTING; ONLY THE COUNT OF THOSE NOT REPEATED HERE IS KEPT.
      ******************************************************************
           IF  XT-COUNT NOT < XT-MAX-ROWS
               ADD  1 TO XT-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD  1              TO XT-COUNT.
           MOVE XT-NEW-KIND    TO XT-KIND(XT-COUNT).
           MOVE REV-DEPT-CODE  TO XT-DEPT-CODE(XT-COUNT).
           MOVE EMP-NO         TO XT-EMP-NO(XT-COUNT).
           MOVE EMP-NAME       TO XT-EMP-NAME(XT-COUNT).
           MOVE EMP-SALARY     TO XT-BEFORE(XT-COUNT).
           MOVE WS-CALC-SALARY TO XT-CALC(XT-COUNT).
           MOVE NEW-EMP-SALARY TO XT-AFTER(XT-COUNT).

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE WS-SUM-STAFF    TO SS-STAFF.
           MOVE WS-SUM-CHANGED  TO SS-CHANGED.
           MOVE WS-SUM-COST     TO SS-COST.
           MOVE WS-SUM-STAFF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-BEFORE   TO SP-BEFORE.
           MOVE WS-SUM-AFTER    TO SP-AFTER.
           MOVE WS-SUM-PAY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-EXCEPTIONS-RTN.
      *    THE TWO LISTS HR WORKS FROM -- EMPLOYEES THE BAND CAP HELD
      *    BACK, WITH WHAT THE REVIEW WOULD HAVE GIVEN THEM, AND
      *    EMPLOYEES ON LEAVE, WHO WERE NOT INCREASED AT ALL.
      ******************************************************************
           MOVE SPACE                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CAPPED-TITLE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CAPPED-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO XT-LISTED-COUNT.
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-COUNT
               IF  XT-KIND(XT-SUB) = "C"
                   ADD  1 TO XT-LISTED-COUNT
                   MOVE SPACE                 TO WS-CAPPED-LINE
                   MOVE XT-DEPT-CODE(XT-SUB)  TO CL-DEPT-CODE
                   MOVE XT-EMP-NO(XT-SUB)     TO CL-EMP-NO
                   MOVE XT-EMP-NAME(XT-SUB)   TO CL-EMP-NAME
                   MOVE XT-BEFORE(XT-SUB)     TO CL-BEFORE
                   MOVE XT-CALC(XT-SUB)       TO CL-CALC
                   MOVE XT-AFTER(XT-SUB)      TO CL-AFTER
                   MOVE WS-CAPPED-LINE        TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF  XT-LISTED-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACE                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEAVE-TITLE-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEAVE-HEADER-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO XT-LISTED-COUNT.
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-COUNT
               IF  XT-KIND(XT-SUB) = "L"
                   ADD  1 TO XT-LISTED-COUNT
                   MOVE SPACE                 TO WS-LEAVE-LINE
                   MOVE XT-DEPT-CODE(XT-SUB)  TO LL-DEPT-CODE
                   MOVE XT-EMP-NO(XT-SUB)     TO LL-EMP-NO
                   MOVE XT-EMP-NAME(XT-SUB)   TO LL-EMP-NAME
                   MOVE XT-BEFORE(XT-SUB)     TO LL-SALARY
                   MOVE WS-LEAVE-LINE         TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF  XT-LISTED-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF  XT-OVERFLOW-COUNT > ZERO
               MOVE SPACE             TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE XT-OVERFLOW-COUNT TO OV-COUNT
               MOVE WS-OVERFLOW-LINE  TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
