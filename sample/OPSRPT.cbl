      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  OPSRPT -- batch operations report over RUN_LOG: CONNECTs the
      *            same way as AUDRPT and lists every run of every
      *            program started in a date range (default today) --
      *            job id, operator, mode, start and end, elapsed
      *            time, rows read/applied/rejected and final status
      *            -- so a broken overnight chain is read off one
      *            listing instead of pieced together with ad-hoc
      *            SQL.  Failed runs are flagged; so is any run still
      *            RUNNING past a configurable age (listed whatever
      *            its start date), and any completed run whose
      *            counts differ sharply from that program's usual
      *            level (the average of its OK runs).
      *            It is also the controlled way to close out a
      *            stale RUNNING row a killed job left behind: name
      *            the row (program, start date, start time) and the
      *            operator clearing it, and -- provided the row is
      *            still RUNNING and older than the stale age -- it
      *            is marked ABANDON, the clearance is recorded in
      *            EMP_AUDIT, and INSERTTBL's active-run interlock
      *            lets the next load through without FORCERUN.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OPSRPT.
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
       01  REPORT-LINE             PIC  X(132).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
      *    SELECTION AND THRESHOLDS, AS TYPED -- PARSED/VALIDATED IN
      *    PARSE-FILTERS-RTN.
       01  WS-ENV-DATEFROM         PIC  X(08) VALUE SPACE.
       01  WS-ENV-DATETO           PIC  X(08) VALUE SPACE.
       01  WS-ENV-STALEHRS         PIC  X(08) VALUE SPACE.
       01  WS-ENV-VARYPCT          PIC  X(08) VALUE SPACE.
      *    CLOSE-OUT REQUEST -- THE STALE ROW'S PROGRAM NAME AND START
      *    DATE/TIME EXACTLY AS THIS REPORT LISTS THEM.
       01  WS-ENV-CLEARPGM         PIC  X(08) VALUE SPACE.
       01  WS-ENV-CLEARDATE        PIC  X(08) VALUE SPACE.
       01  WS-ENV-CLEARTIME        PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).

       01  WS-CURRENT-DATE-TIME    PIC  X(21).
       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

      *    A RUNNING ROW OLDER THAN THIS MANY HOURS IS STALE; A
      *    COMPLETED RUN WHOSE ROWS READ OR APPLIED DIFFER FROM ITS
      *    PROGRAM'S AVERAGE BY MORE THAN THIS PERCENT IS UNUSUAL --
      *    BUT ONLY ONCE THE PROGRAM HAS ENOUGH OK RUNS FOR AN
      *    AVERAGE TO MEAN ANYTHING.
       01  WS-STALE-HOURS          PIC 9(04) VALUE 12.
       01  WS-VARY-PCT             PIC 9(04) VALUE 50.
       01  WS-MIN-HISTORY          PIC 9(04) VALUE 3.

       01  WS-ROW-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-STALE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-UNUSUAL-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ABANDON-COUNT        PIC 9(06) VALUE ZERO.

      *    SECONDS-SINCE-EPOCH WORK AREA (SEE COMPUTE-SECONDS-RTN) --
      *    ELAPSED TIME AND RUNNING AGE ARE BOTH DIFFERENCES OF TWO
      *    OF THESE, SO A RUN THAT CROSSES MIDNIGHT STILL COMES OUT
      *    RIGHT.
       01  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CALC-TIME            PIC 9(06) VALUE ZERO.
       01  WS-CALC-TIME-R          REDEFINES WS-CALC-TIME.
           03  WS-CALC-HH          PIC 9(02).
           03  WS-CALC-MM          PIC 9(02).
           03  WS-CALC-SS          PIC 9(02).
       01  WS-CALC-SECS            PIC 9(12) VALUE ZERO.
       01  WS-NOW-SECS             PIC 9(12) VALUE ZERO.
       01  WS-START-SECS           PIC 9(12) VALUE ZERO.
       01  WS-END-SECS             PIC 9(12) VALUE ZERO.
       01  WS-ELAPSED-SECS         PIC 9(12) VALUE ZERO.
       01  WS-STALE-SECS           PIC 9(12) VALUE ZERO.
       01  WS-ELAPSED-HH           PIC 9(08) VALUE ZERO.
       01  WS-ELAPSED-REM          PIC 9(08) VALUE ZERO.
       01  WS-ELAPSED-MM           PIC 9(02) VALUE ZERO.
       01  WS-ELAPSED-SS           PIC 9(02) VALUE ZERO.
       01  WS-DIFF                 PIC 9(11)V99 VALUE ZERO.
       01  WS-RUN-IS-STALE         PIC  X(01) VALUE "N".
           88  RUN-IS-STALE               VALUE "Y".
       01  WS-COUNTS-UNUSUAL       PIC  X(01) VALUE "N".
           88  COUNTS-UNUSUAL             VALUE "Y".
      *    A REFUSED CLOSE-OUT ENDS THE RUN WITH RC 8 -- SET ONLY
      *    AFTER THE LAST SQL CALL, WHICH WOULD OVERWRITE IT.
       01  WS-CLEAR-REFUSED        PIC  X(01) VALUE "N".
           88  CLEAR-REFUSED              VALUE "Y".

      *    GENERIC NUMERIC-FILTER PARSE (SEE PARSE-ONE-FILTER-RTN) --
      *    ENVIRONMENT VALUES ARRIVE SPACE-PADDED, SO THE SIGNIFICANT
      *    LENGTH HAS TO BE FOUND BEFORE NOT NUMERIC MEANS ANYTHING.
       01  WS-PARSE-FIELD          PIC  X(08) VALUE SPACE.
       01  WS-PARSE-VALUE          PIC 9(08) VALUE ZERO.
       01  WS-PARSE-LEN            PIC 9(02) VALUE ZERO.
       01  WS-PARSE-STATUS         PIC  X(01) VALUE "N".
           88  PARSE-OK                   VALUE "Y".
       01  WS-SCAN-IDX             PIC 9(02).

       01  WS-DETAIL-LINE.
           03  DL-PROGRAM          PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-JOB-ID           PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-OPERATOR         PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-RUN-MODE         PIC  X(01).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-START-DATE       PIC 9(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-START-TIME       PIC 9(06).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-END-DATE         PIC Z(08) BLANK WHEN ZERO.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-END-TIME         PIC Z(06) BLANK WHEN ZERO.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-ELAPSED-HH       PIC ZZZ9.
           03  FILLER              PIC  X(01) VALUE ":".
           03  DL-ELAPSED-MM       PIC 9(02).
           03  FILLER              PIC  X(01) VALUE ":".
           03  DL-ELAPSED-SS       PIC 9(02).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-ROWS-READ        PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-ROWS-APPLIED     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-ROWS-REJECTED    PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-STATUS           PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-FLAG             PIC  X(12).

       01  WS-HEADER-LINE-1        PIC  X(132) VALUE
           "PROGRAM  JOB ID   OPERATOR M START DT TIME   END DATE TIME  
      -    "    ELAPSED   ROWS READ     APPLIED    REJECTED STATUS   FLA
      -    "G".
       01  WS-HEADER-LINE-2        PIC  X(132) VALUE ALL "-".

       01  WS-RANGE-LINE.
           03  FILLER              PIC  X(16) VALUE "RUNS STARTED    ".
           03  RG-DATE-FROM        PIC 9(08).
           03  FILLER              PIC  X(04) VALUE " TO ".
           03  RG-DATE-TO          PIC 9(08).
           03  FILLER              PIC  X(28) VALUE
               "  (PLUS ANY STILL RUNNING)  ".
           03  FILLER              PIC  X(13) VALUE "STALE AFTER: ".
           03  RG-STALE-HOURS      PIC ZZZ9.
           03  FILLER              PIC  X(17) VALUE
               " HRS  UNUSUAL AT ".
           03  RG-VARY-PCT         PIC ZZZ9.
           03  FILLER              PIC  X(01) VALUE "%".

       01  WS-TOTAL-LINE.
           03  FILLER              PIC  X(13) VALUE "RUNS LISTED: ".
           03  TL-ROW-COUNT        PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(11) VALUE "   FAILED: ".
           03  TL-FAILED-COUNT     PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(18) VALUE
               "   STALE RUNNING: ".
           03  TL-STALE-COUNT      PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(19) VALUE
               "   UNUSUAL COUNTS: ".
           03  TL-UNUSUAL-COUNT    PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(14) VALUE "   ABANDONED: ".
           03  TL-ABANDON-COUNT    PIC ZZZ,ZZ9.

      *    PRINTED AHEAD OF THE LISTING WHEN THIS RUN CLOSED OUT A
      *    STALE ROW, SO THE REPORT THAT SHOWS THE ROW AS ABANDON
      *    ALSO SAYS WHO DID IT.
       01  WS-CLEAR-LINE.
           03  FILLER              PIC  X(12) VALUE "CLOSED OUT: ".
           03  CL-PROGRAM          PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-JOB-ID           PIC  X(08).
           03  FILLER              PIC  X(09) VALUE " STARTED ".
           03  CL-START-DATE       PIC 9(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  CL-START-TIME       PIC 9(06).
           03  FILLER              PIC  X(19) VALUE
               " MARKED ABANDON BY ".
           03  CL-OPERATOR         PIC  X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-PROGRAM             PIC  X(08) VALUE SPACE.
       01  RUN-JOB-ID              PIC  X(08) VALUE SPACE.
       01  RUN-OPERATOR            PIC  X(08) VALUE SPACE.
       01  RUN-MODE                PIC  X(01) VALUE SPACE.
       01  RUN-START-DATE          PIC 9(08) VALUE ZERO.
       01  RUN-START-TIME          PIC 9(06) VALUE ZERO.
       01  RUN-END-DATE            PIC 9(08) VALUE ZERO.
       01  RUN-END-TIME            PIC 9(06) VALUE ZERO.
       01  RUN-ROWS-READ           PIC 9(09) VALUE ZERO.
       01  RUN-ROWS-APPLIED        PIC 9(09) VALUE ZERO.
       01  RUN-ROWS-REJECTED       PIC 9(09) VALUE ZERO.
       01  RUN-STATUS              PIC  X(08) VALUE SPACE.
      *    THE PROGRAM'S USUAL LEVEL -- HOW MANY OK RUNS IT HAS ON
      *    THE LOG AND THEIR AVERAGE ROWS READ AND APPLIED.
       01  HIST-RUN-COUNT          PIC 9(09) VALUE ZERO.
       01  HIST-AVG-READ           PIC 9(09)V99 VALUE ZERO.
       01  HIST-AVG-APPLIED        PIC 9(09)V99 VALUE ZERO.
      *    DATE-RANGE HOST VARIABLES -- 0/99999999 ARE THE "ALL"
      *    SENTINELS, SAME AS AUDRPT'S.
       01  RUN-DATE-FROM           PIC 9(08) VALUE ZERO.
       01  RUN-DATE-TO             PIC 9(08) VALUE 99999999.
      *    CLOSE-OUT KEY AND THE JOB ID OF THE ROW BEING CLEARED.
       01  CLR-PROGRAM             PIC  X(08) VALUE SPACE.
       01  CLR-START-DATE          PIC 9(08) VALUE ZERO.
       01  CLR-START-TIME          PIC 9(06) VALUE ZERO.
       01  CLR-JOB-ID              PIC  X(08) VALUE SPACE.
       01  CLR-EMP-NO              PIC S9(04) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-AUDIT-ACTION         PIC  X(08) VALUE "RUNCLEAR".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** OPSRPT STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CLOCK-TIME.

           PERFORM PARSE-FILTERS-RTN.

           MOVE SYS-TIME      TO WS-CALC-DATE.
           MOVE WS-CLOCK-TIME TO WS-CALC-TIME.
           PERFORM COMPUTE-SECONDS-RTN.
           MOVE WS-CALC-SECS  TO WS-NOW-SECS.
           COMPUTE WS-STALE-SECS = WS-STALE-HOURS * 3600.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE TABLE IS CREATED IF MISSING, SAME AS EVERY PROGRAM
      *    THAT WRITES IT -- AN EMPTY LOG IS AN EMPTY REPORT, NOT A
      *    FAILURE.
           PERFORM SETUP-RUN-LOG-RTN.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE-FROM  TO RG-DATE-FROM.
           MOVE RUN-DATE-TO    TO RG-DATE-TO.
           MOVE WS-STALE-HOURS TO RG-STALE-HOURS.
           MOVE WS-VARY-PCT    TO RG-VARY-PCT.
           MOVE WS-RANGE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    A CLOSE-OUT IS DONE BEFORE THE LISTING IS READ, SO THE
      *    LISTING SHOWS THE ROW AS IT NOW STANDS.
           IF  WS-ENV-CLEARPGM NOT = SPACE
               PERFORM CLEAR-STALE-RUN-RTN
           END-IF.

           MOVE WS-HEADER-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    EVERY RUN STARTED IN THE RANGE, PLUS EVERY ROW STILL
      *    RUNNING WHENEVER IT STARTED -- A JOB KILLED LAST WEEK IS
      *    STILL HOLDING THE INTERLOCK TODAY.  EACH ROW CARRIES ITS
      *    PROGRAM'S USUAL LEVEL FROM THE OK RUNS ON THE LOG.
           EXEC SQL
               DECLARE RUN_CUR CURSOR FOR
                   SELECT R.PROGRAM_NAME,
                          COALESCE(R.JOB_ID, ' '),
                          COALESCE(R.OPERATOR_ID, ' '),
                          COALESCE(R.RUN_MODE, ' '),
                          COALESCE(R.START_DATE, 0),
                          COALESCE(R.START_TIME, 0),
                          COALESCE(R.END_DATE, 0),
                          COALESCE(R.END_TIME, 0),
                          COALESCE(R.ROWS_READ, 0),
                          COALESCE(R.ROWS_APPLIED, 0),
                          COALESCE(R.ROWS_REJECTED, 0),
                          COALESCE(R.RUN_STATUS, ' '),
                          COALESCE(H.RUN_COUNT, 0),
                          COALESCE(H.AVG_READ, 0),
                          COALESCE(H.AVG_APPLIED, 0)
                     FROM RUN_LOG R
                     LEFT JOIN
                          (SELECT PROGRAM_NAME,
                                  COUNT(*) AS RUN_COUNT,
                                  ROUND(AVG(ROWS_READ), 2)
                                           AS AVG_READ,
                                  ROUND(AVG(ROWS_APPLIED), 2)
                                           AS AVG_APPLIED
                             FROM RUN_LOG
                            WHERE RUN_STATUS = 'OK'
                            GROUP BY PROGRAM_NAME) H
                       ON H.PROGRAM_NAME = R.PROGRAM_NAME
                    WHERE (R.START_DATE >= :RUN-DATE-FROM
                           AND R.START_DATE <= :RUN-DATE-TO)
                       OR R.RUN_STATUS = 'RUNNING'
                    ORDER BY R.START_DATE, R.START_TIME,
                             R.PROGRAM_NAME
           END-EXEC.

           EXEC SQL
               OPEN RUN_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH RUN_CUR
                    INTO :RUN-PROGRAM,:RUN-JOB-ID,:RUN-OPERATOR,
                         :RUN-MODE,:RUN-START-DATE,:RUN-START-TIME,
                         :RUN-END-DATE,:RUN-END-TIME,
                         :RUN-ROWS-READ,:RUN-ROWS-APPLIED,
                         :RUN-ROWS-REJECTED,:RUN-STATUS,
                         :HIST-RUN-COUNT,:HIST-AVG-READ,
                         :HIST-AVG-APPLIED
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     PERFORM WRITE-DETAIL-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-TOTAL-RTN.
           CLOSE REPORT-FILE.

           EXEC SQL
               CLOSE RUN_CUR
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  WS-FAILED-COUNT > 0 OR WS-STALE-COUNT > 0
               DISPLAY "*** " WS-FAILED-COUNT " FAILED, "
                       WS-STALE-COUNT " STALE RUNNING -- SEE "
                       WS-ENV-REPORTFILE " ***"
           END-IF.
           DISPLAY "*** OPSRPT FINISHED: " WS-ROW-COUNT " RUNS ***".
           IF  CLEAR-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPRPT SO THE
      *    REPORT PROGRAMS ARE RETARGETED TOGETHER.  THE OPERATOR IS
      *    ONLY NEEDED FOR A CLOSE-OUT, AND THEN IT IS REQUIRED --
      *    THERE IS NO DEFAULT "WHO CLEARED IT".
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
                           FROM ENVIRONMENT "INSERTTBL_USERNAME".
           ACCEPT WS-ENV-PASSWD    FROM ENVIRONMENT "INSERTTBL_PASSWD".
           ACCEPT WS-ENV-OPERATOR
                           FROM ENVIRONMENT "INSERTTBL_OPERATOR".
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "OPSRPT_REPORTFILE".
           ACCEPT WS-ENV-DATEFROM  FROM ENVIRONMENT "OPSRPT_DATEFROM".
           ACCEPT WS-ENV-DATETO    FROM ENVIRONMENT "OPSRPT_DATETO".
           ACCEPT WS-ENV-STALEHRS  FROM ENVIRONMENT "OPSRPT_STALEHRS".
           ACCEPT WS-ENV-VARYPCT   FROM ENVIRONMENT "OPSRPT_VARYPCT".
           ACCEPT WS-ENV-CLEARPGM  FROM ENVIRONMENT "OPSRPT_CLEARPGM".
           ACCEPT WS-ENV-CLEARDATE
                           FROM ENVIRONMENT "OPSRPT_CLEARDATE".
           ACCEPT WS-ENV-CLEARTIME
                           FROM ENVIRONMENT "OPSRPT_CLEARTIME".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "OPSRPT.OUT"    TO WS-ENV-REPORTFILE
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
           MOVE WS-ENV-OPERATOR    TO WS-OPERATOR-ID.

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
      *    THE DATE RANGE DEFAULTS TO TODAY -- "WHAT HAPPENED LAST
      *    NIGHT" IS THE USUAL QUESTION.  EACH NUMERIC VALUE GOES
      *    THROUGH PARSE-ONE-FILTER-RTN SO A MISTYPED ONE IS
      *    REPORTED AND IGNORED RATHER THAN SILENTLY MATCHING
      *    NOTHING.
      ******************************************************************
           MOVE SYS-TIME TO RUN-DATE-FROM.
           MOVE SYS-TIME TO RUN-DATE-TO.

           IF  WS-ENV-DATEFROM NOT = SPACE
               MOVE WS-ENV-DATEFROM TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO RUN-DATE-FROM
               ELSE
                   DISPLAY "*** WARNING: BAD OPSRPT_DATEFROM IGNORED: "
                           WS-ENV-DATEFROM " ***"
               END-IF
           END-IF.

           IF  WS-ENV-DATETO NOT = SPACE
               MOVE WS-ENV-DATETO TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO RUN-DATE-TO
               ELSE
                   DISPLAY "*** WARNING: BAD OPSRPT_DATETO IGNORED: "
                           WS-ENV-DATETO " ***"
               END-IF
           END-IF.

           IF  WS-ENV-STALEHRS NOT = SPACE
               MOVE WS-ENV-STALEHRS TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK AND WS-PARSE-VALUE > 0
                            AND WS-PARSE-VALUE NOT > 9999
                   MOVE WS-PARSE-VALUE TO WS-STALE-HOURS
               ELSE
                   DISPLAY "*** WARNING: BAD OPSRPT_STALEHRS IGNORED: "
                           WS-ENV-STALEHRS " ***"
               END-IF
           END-IF.

           IF  WS-ENV-VARYPCT NOT = SPACE
               MOVE WS-ENV-VARYPCT TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK AND WS-PARSE-VALUE > 0
                            AND WS-PARSE-VALUE NOT > 9999
                   MOVE WS-PARSE-VALUE TO WS-VARY-PCT
               ELSE
                   DISPLAY "*** WARNING: BAD OPSRPT_VARYPCT IGNORED: "
                           WS-ENV-VARYPCT " ***"
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
      *    WHICHEVER PROGRAM RUNS FIRST PUTS IT IN PLACE.  THIS
      *    REPORT READS THE LOG; IT DOES NOT LOG ITSELF.
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
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       CLEAR-STALE-RUN-RTN.
      *    CLOSES OUT ONE STALE RUNNING ROW.  THE ROW IS NAMED
      *    EXACTLY -- PROGRAM, START DATE AND START TIME AS LISTED ON
      *    THIS REPORT -- AND ONLY A ROW STILL RUNNING AND OLDER THAN
      *    THE STALE AGE MAY BE CLEARED, SO A JOB GENUINELY IN
      *    FLIGHT CANNOT HAVE ITS INTERLOCK PULLED FROM UNDER IT.
      *    THE ROW IS MARKED ABANDON -- THE SAME STATUS INSERTTBL'S
      *    FORCERUN CLEANUP WRITES -- AND THE CLEARANCE IS RECORDED
      *    IN EMP_AUDIT (NO EMPLOYEE, SO EMP_NO ZERO) UNDER THE
      *    CLEARING OPERATOR AND THE CLEARED RUN'S JOB ID.  A REFUSED
      *    CLOSE-OUT SETS RETURN CODE 8 BUT STILL PRINTS THE REPORT.
      ******************************************************************
           MOVE WS-ENV-CLEARPGM TO CLR-PROGRAM.
           IF  WS-OPERATOR-ID = SPACE
               DISPLAY "*** CLOSE-OUT REFUSED -- SET "
                       "INSERTTBL_OPERATOR TO THE OPERATOR CLEARING "
                       "THE ROW ***"
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENV-CLEARDATE TO WS-PARSE-FIELD.
           PERFORM PARSE-ONE-FILTER-RTN.
           IF  NOT PARSE-OK
               DISPLAY "*** CLOSE-OUT REFUSED -- BAD OPSRPT_CLEARDATE: "
                       WS-ENV-CLEARDATE " ***"
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARSE-VALUE TO CLR-START-DATE.

           MOVE WS-ENV-CLEARTIME TO WS-PARSE-FIELD.
           PERFORM PARSE-ONE-FILTER-RTN.
           IF  NOT PARSE-OK OR WS-PARSE-VALUE > 235959
               DISPLAY "*** CLOSE-OUT REFUSED -- BAD OPSRPT_CLEARTIME: "
                       WS-ENV-CLEARTIME " ***"
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARSE-VALUE TO CLR-START-TIME.

           MOVE CLR-START-DATE TO WS-CALC-DATE.
           MOVE CLR-START-TIME TO WS-CALC-TIME.
           PERFORM COMPUTE-SECONDS-RTN.
           IF  WS-CALC-SECS = ZERO
            OR WS-NOW-SECS - WS-CALC-SECS NOT > WS-STALE-SECS
               DISPLAY "*** CLOSE-OUT REFUSED -- " CLR-PROGRAM " "
                       CLR-START-DATE " " CLR-START-TIME
                       " IS NOT OLDER THAN " WS-STALE-HOURS
                       " HOURS ***"
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    HELD ACROSS THE CHECK AND THE UPDATE, SAME LOCK INSERTTBL'S
      *    INTERLOCK TAKES -- A LOADER CANNOT SLIP IN BETWEEN.
           EXEC SQL
               LOCK TABLE RUN_LOG IN EXCLUSIVE MODE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COALESCE(JOB_ID, ' ')
                 INTO :CLR-JOB-ID
                 FROM RUN_LOG
                WHERE PROGRAM_NAME = :CLR-PROGRAM
                  AND START_DATE   = :CLR-START-DATE
                  AND START_TIME   = :CLR-START-TIME
                  AND RUN_STATUS   = 'RUNNING'
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 DISPLAY "*** CLOSE-OUT REFUSED -- NO RUNNING ROW FOR "
                         CLR-PROGRAM " " CLR-START-DATE " "
                         CLR-START-TIME " ***"
                 EXEC SQL ROLLBACK WORK END-EXEC
                 SET  CLEAR-REFUSED TO TRUE
                 EXIT PARAGRAPH
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 SET  CLEAR-REFUSED TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               UPDATE RUN_LOG
                  SET RUN_STATUS = 'ABANDON',
                      END_DATE   = :SYS-TIME,
                      END_TIME   = :WS-CLOCK-TIME
                WHERE PROGRAM_NAME = :CLR-PROGRAM
                  AND START_DATE   = :CLR-START-DATE
                  AND START_TIME   = :CLR-START-TIME
                  AND RUN_STATUS   = 'RUNNING'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO CLR-EMP-NO.
           EXEC SQL
               INSERT INTO EMP_AUDIT VALUES
                      (:CLR-EMP-NO,:WS-OPERATOR-ID,:CLR-JOB-ID,
                       :WS-AUDIT-ACTION,:SYS-TIME,:WS-CLOCK-TIME)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  CLEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE CLR-PROGRAM    TO CL-PROGRAM.
           MOVE CLR-JOB-ID     TO CL-JOB-ID.
           MOVE CLR-START-DATE TO CL-START-DATE.
           MOVE CLR-START-TIME TO CL-START-TIME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR.
           MOVE WS-CLEAR-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** " CLR-PROGRAM " RUN " CLR-START-DATE " "
                   CLR-START-TIME " MARKED ABANDON BY "
                   WS-OPERATOR-ID " ***".

      ******************************************************************
       COMPUTE-SECONDS-RTN.
      *    WS-CALC-DATE/WS-CALC-TIME TO SECONDS SINCE THE START OF
      *    THE CALENDAR INTEGER-OF-DATE COUNTS FROM.  A DATE THAT IS
      *    NOT A DATE (ZERO ON A ROW NEVER COMPLETED) GIVES ZERO.
      ******************************************************************
           MOVE ZERO TO WS-CALC-SECS.
           IF  WS-CALC-DATE < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CALC-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
                 + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

      ******************************************************************
       WRITE-DETAIL-RTN.
      *    ELAPSED IS END MINUS START FOR A COMPLETED RUN, AND THE
      *    AGE SO FAR FOR ONE STILL RUNNING.  ONE FLAG PER LINE, IN
      *    ORDER OF HOW LOUDLY IT NEEDS ANSWERING.
      ******************************************************************
           ADD  1 TO WS-ROW-COUNT.
           MOVE "N" TO WS-RUN-IS-STALE.
           MOVE "N" TO WS-COUNTS-UNUSUAL.

           MOVE RUN-START-DATE TO WS-CALC-DATE.
           MOVE RUN-START-TIME TO WS-CALC-TIME.
           PERFORM COMPUTE-SECONDS-RTN.
           MOVE WS-CALC-SECS   TO WS-START-SECS.
           IF  RUN-STATUS = "RUNNING"
               MOVE WS-NOW-SECS  TO WS-END-SECS
           ELSE
               MOVE RUN-END-DATE TO WS-CALC-DATE
               MOVE RUN-END-TIME TO WS-CALC-TIME
               PERFORM COMPUTE-SECONDS-RTN
               MOVE WS-CALC-SECS TO WS-END-SECS
           END-IF.
           IF  WS-START-SECS > ZERO AND WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-ELAPSED-HH
                  REMAINDER WS-ELAPSED-REM.
           DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-ELAPSED-MM
                  REMAINDER WS-ELAPSED-SS.

           IF  RUN-STATUS = "RUNNING"
               AND WS-ELAPSED-SECS > WS-STALE-SECS
               SET  RUN-IS-STALE TO TRUE
           END-IF.
           IF  (RUN-STATUS = "OK" OR RUN-STATUS = "HELD")
               AND HIST-RUN-COUNT NOT < WS-MIN-HISTORY
               PERFORM CHECK-COUNTS-RTN
           END-IF.

           MOVE RUN-PROGRAM       TO DL-PROGRAM.
           MOVE RUN-JOB-ID        TO DL-JOB-ID.
           MOVE RUN-OPERATOR      TO DL-OPERATOR.
           MOVE RUN-MODE          TO DL-RUN-MODE.
           MOVE RUN-START-DATE    TO DL-START-DATE.
           MOVE RUN-START-TIME    TO DL-START-TIME.
           MOVE RUN-END-DATE      TO DL-END-DATE.
           MOVE RUN-END-TIME      TO DL-END-TIME.
           MOVE WS-ELAPSED-HH     TO DL-ELAPSED-HH.
           MOVE WS-ELAPSED-MM     TO DL-ELAPSED-MM.
           MOVE WS-ELAPSED-SS     TO DL-ELAPSED-SS.
           MOVE RUN-ROWS-READ     TO DL-ROWS-READ.
           MOVE RUN-ROWS-APPLIED  TO DL-ROWS-APPLIED.
           MOVE RUN-ROWS-REJECTED TO DL-ROWS-REJECTED.
           MOVE RUN-STATUS        TO DL-STATUS.
           EVALUATE TRUE
              WHEN  RUN-STATUS = "FAILED"
                 ADD  1 TO WS-FAILED-COUNT
                 MOVE "** FAILED"     TO DL-FLAG
              WHEN  RUN-IS-STALE
                 ADD  1 TO WS-STALE-COUNT
                 MOVE "** STALE"      TO DL-FLAG
              WHEN  RUN-STATUS = "ABANDON"
                 ADD  1 TO WS-ABANDON-COUNT
                 MOVE "ABANDONED"     TO DL-FLAG
              WHEN  COUNTS-UNUSUAL
                 ADD  1 TO WS-UNUSUAL-COUNT
                 MOVE "** COUNTS"     TO DL-FLAG
              WHEN  OTHER
                 MOVE SPACE           TO DL-FLAG
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       CHECK-COUNTS-RTN.
      *    UNUSUAL WHEN ROWS READ OR ROWS APPLIED IS FURTHER FROM THE
      *    PROGRAM'S AVERAGE THAN THE CONFIGURED PERCENT OF THAT
      *    AVERAGE.  A PROGRAM WHOSE AVERAGE IS ZERO DOES NOT COUNT
      *    THAT COLUMN, SO THERE IS NOTHING TO COMPARE.
      ******************************************************************
           IF  HIST-AVG-READ > ZERO
               IF  RUN-ROWS-READ > HIST-AVG-READ
                   COMPUTE WS-DIFF = RUN-ROWS-READ - HIST-AVG-READ
               ELSE
                   COMPUTE WS-DIFF = HIST-AVG-READ - RUN-ROWS-READ
               END-IF
               IF  WS-DIFF * 100 > HIST-AVG-READ * WS-VARY-PCT
                   SET  COUNTS-UNUSUAL TO TRUE
               END-IF
           END-IF.
           IF  HIST-AVG-APPLIED > ZERO
               IF  RUN-ROWS-APPLIED > HIST-AVG-APPLIED
                   COMPUTE WS-DIFF = RUN-ROWS-APPLIED
                                   - HIST-AVG-APPLIED
               ELSE
                   COMPUTE WS-DIFF = HIST-AVG-APPLIED
                                   - RUN-ROWS-APPLIED
               END-IF
               IF  WS-DIFF * 100 > HIST-AVG-APPLIED * WS-VARY-PCT
                   SET  COUNTS-UNUSUAL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           MOVE WS-HEADER-LINE-2   TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROW-COUNT       TO TL-ROW-COUNT.
           MOVE WS-FAILED-COUNT    TO TL-FAILED-COUNT.
           MOVE WS-STALE-COUNT     TO TL-STALE-COUNT.
           MOVE WS-UNUSUAL-COUNT   TO TL-UNUSUAL-COUNT.
           MOVE WS-ABANDON-COUNT   TO TL-ABANDON-COUNT.
           MOVE WS-TOTAL-LINE      TO REPORT-LINE.
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
