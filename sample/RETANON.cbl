      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RETANON -- retention run for long-terminated employees.
      *             Data protection policy says personal details go a
      *             set number of years (RETANON_YEARS) after
      *             termination, but EMP, EMP_BANK, EMP_SALHIST and
      *             the pay snapshot keep them for ever.  For every
      *             employee with EMP_STATUS 'T' and a STATUS_DATE
      *             before the cutoff this run deletes the EMP_BANK
      *             row, blanks the account details on their bank
      *             change requests, and replaces their name with a
      *             neutral placeholder in EMP, EMP_SALHIST, those
      *             requests and PAYSNAP's snapshot file.  Employee
      *             number and every amount stay as they were, so
      *             totals and reconciliations still balance.  An
      *             employee with a payment not yet settled, a
      *             returned payment not yet reissued, a row waiting
      *             on INSERTTBL's reject file, or a change awaiting
      *             approval is skipped and retried on a later run.
      *             PREVIEW (the default) lists who would be done and
      *             changes nothing; APPLY does it in one unit of
      *             work, records an EMP_AUDIT row (action ANONYMIZ)
      *             for each employee, and prints a certificate for
      *             the data protection officer: who was anonymized,
      *             when, and by which job.  Logged to RUN_LOG like
      *             the other batch programs.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RETANON.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT REJECT-FILE      ASSIGN TO WS-ENV-REJECTFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-REJECTFILE-STATUS.
           SELECT SNAP-FILE        ASSIGN TO WS-ENV-SNAPFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-SNAPFILE-STATUS.
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

      *    SAME LAYOUT AS INSERTTBL'S REJECT-FILE-REC -- ONLY THE EMP
      *    NO IS WANTED HERE: A ROW STILL WAITING TO BE RECYCLED
      *    WOULD PUT THE EMPLOYEE'S DETAILS BACK ON THE NEXT LOAD.
       FD  REJECT-FILE.
       01  REJECT-FILE-REC.
           03  RFR-EMP-NO          PIC  X(05).
           03  FILLER              PIC  X(01).
           03  RFR-EMP-NAME        PIC  X(40).
           03  FILLER              PIC  X(01).
           03  RFR-RAW-SALARY      PIC  X(11).
           03  FILLER              PIC  X(01).
           03  RFR-REASON          PIC  X(30).
           03  FILLER              PIC  X(01).
           03  RFR-LOAD-DATE       PIC  X(08).
           03  FILLER              PIC  X(01).
           03  RFR-DEPT            PIC  X(04).
           03  FILLER              PIC  X(01).
           03  RFR-STATUS          PIC  X(01).
           03  FILLER              PIC  X(01).
           03  RFR-STATUS-DATE     PIC  X(08).

      *    PAYSNAP'S SNAPSHOT, HANDLED AS RAW RECORDS: ONLY THE EMP NO
      *    AND THE NAME ARE LOOKED AT, AND EVERYTHING ELSE GOES BACK
      *    BYTE FOR BYTE -- SO A SNAPSHOT FROM BEFORE THE SALARY
      *    WIDENING IS REWRITTEN AS FAITHFULLY AS A CURRENT ONE.
       FD  SNAP-FILE.
       01  SNAP-DATA-REC.
           03  SNR-NO              PIC  X(04).
           03  SNR-NAME            PIC  X(40).
           03  SNR-REST            PIC  X(13).
       01  SNAP-TRAILER-REC.
           03  STR-ID              PIC  X(04).
           03  STR-ROW-COUNT       PIC 9(09).
           03  FILLER              PIC  X(39).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REJECTFILE       PIC  X(80) VALUE SPACE.
       01  WS-ENV-SNAPFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
      *    YEARS TO KEEP PERSONAL DETAILS AFTER TERMINATION.  NO
      *    DEFAULT -- AS WITH HISTARCH'S CUTOFF, A DEFAULTED PERIOD
      *    WOULD DESTROY DATA NOBODY DECIDED TO DESTROY.
       01  WS-ENV-YEARS            PIC  X(08) VALUE SPACE.
      *    PREVIEW (OR BLANK) OR APPLY -- ANYTHING ELSE IS REFUSED
      *    RATHER THAN GUESSED AT.
       01  WS-ENV-MODE             PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-REJECTFILE-STATUS    PIC  X(02).
       01  WS-SNAPFILE-STATUS      PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

       01  WS-MODE-FLAG            PIC  X(01) VALUE "P".
           88  MODE-PREVIEW               VALUE "P".
           88  MODE-APPLY                 VALUE "A".

      *    SET WHEN ANYTHING FAILS -- IN APPLY MODE EVERYTHING DONE
      *    SO FAR IS ROLLED BACK AND THE SNAPSHOT IS NOT REWRITTEN.
       01  WS-RUN-FAIL-FLAG        PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

       01  WS-RET-YEARS            PIC 9(02) VALUE ZERO.
       01  WS-CUTOFF-WORK          PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-PARTS         REDEFINES WS-CUTOFF-WORK.
           03  WS-CUTOFF-YYYY      PIC 9(04).
           03  WS-CUTOFF-MMDD      PIC 9(04).
       01  WS-PARSE-FIELD          PIC  X(08) VALUE SPACE.
       01  WS-PARSE-VALUE          PIC 9(08) VALUE ZERO.
       01  WS-PARSE-LEN            PIC 9(02) VALUE ZERO.
       01  WS-PARSE-STATUS         PIC  X(01) VALUE "N".
           88  PARSE-OK                   VALUE "Y".
       01  WS-SCAN-IDX             PIC 9(02).

      *    EMPLOYEES DUE THIS RUN, STAGED BEFORE ANY CHANGE IS MADE SO
      *    THE SELECTING CURSOR IS CLOSED BEFORE THE UPDATES START.
      *    IF MORE ARE DUE THAN FIT, THE REST ARE LEFT FOR THE NEXT
      *    RUN AND THE RUN SAYS SO.
       01  CND-TBL-MAX-ROWS        PIC 9(04) VALUE 2000.
       01  CND-TBL-COUNT           PIC 9(04) VALUE ZERO.
       01  CND-DATA-TBL.
           03  CND-TBL OCCURS 0 TO 2000 TIMES
                   DEPENDING ON CND-TBL-COUNT
                   INDEXED BY CND-IDX.
               05  CND-EMP-NO      PIC 9(04).
               05  CND-TERM-DATE   PIC 9(08).
               05  CND-BANK-ROWS   PIC 9(04).
               05  CND-HIST-ROWS   PIC 9(04).
               05  CND-IN-SNAP     PIC  X(01).
               05  CND-REASON      PIC  X(40).
               05  CND-STATUS      PIC  X(01).
                   88  CND-ANONYMIZED     VALUE "A".
                   88  CND-SKIPPED        VALUE "S".
       01  WS-CND-SUB              PIC 9(04).
       01  WS-CAND-OVFL-FLAG       PIC  X(01) VALUE "N".
           88  CANDIDATES-OVERFLOWED      VALUE "Y".

      *    EMP NOS WAITING ON THE REJECT FILE -- SAME SIZING AS
      *    EMPRECYC'S STAGING TABLE.
       01  REJ-TBL-MAX-ROWS        PIC 9(04) VALUE 500.
       01  REJ-TBL-COUNT           PIC 9(04) VALUE ZERO.
       01  REJ-DATA-TBL.
           03  REJ-TBL OCCURS 0 TO 500 TIMES
                   DEPENDING ON REJ-TBL-COUNT
                   INDEXED BY REJ-IDX.
               05  REJ-EMP-NO      PIC 9(04).
       01  WS-REJ-SUB              PIC 9(04).

      *    THE SNAPSHOT, STAGED WHOLE SO IT CAN BE WRITTEN BACK WITH
      *    ONLY THE NAMES CHANGED -- SAME SIZING AS PAYSNAP'S.
       01  SNP-TBL-MAX-ROWS        PIC 9(04) VALUE 5000.
       01  SNP-TBL-COUNT           PIC 9(04) VALUE ZERO.
       01  SNP-DATA-TBL.
           03  SNP-TBL OCCURS 0 TO 5000 TIMES
                   DEPENDING ON SNP-TBL-COUNT
                   INDEXED BY SNP-IDX.
               05  SNP-RECORD      PIC  X(57).
       01  WS-SNP-SUB              PIC 9(04).
       01  WS-SNAP-EXISTS          PIC  X(01) VALUE "N".
           88  SNAPSHOT-EXISTS            VALUE "Y".
       01  WS-SNAP-READ-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-SNAP-TRAILER-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-SNAP-TRAILER-SEEN    PIC  X(01) VALUE "N".
       01  WS-SNAP-CHANGED-COUNT   PIC 9(09) VALUE ZERO.
      *    SET ONCE THE SNAPSHOT HAS BEEN WRITTEN BACK -- A COMMIT
      *    THAT FAILS AFTER THAT LEAVES THE FILE AHEAD OF THE
      *    DATABASE, AND THE CERTIFICATE HAS TO SAY SO.
       01  WS-SNAP-REWRITTEN       PIC  X(01) VALUE "N".
           88  SNAPSHOT-REWRITTEN         VALUE "Y".
       01  WS-STAGE-OVFL-FLAG      PIC  X(01) VALUE "N".
           88  STAGE-OVERFLOWED           VALUE "Y".

       01  WS-ANON-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-SKIP-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-UNDATED-COUNT        PIC 9(06) VALUE ZERO.

       01  WS-TITLE-LINE           PIC  X(80) VALUE SPACE.
       01  WS-RUN-LINE.
           03  FILLER              PIC  X(09) VALUE "RUN DATE ".
           03  RN-DATE             PIC 9(08).
           03  FILLER              PIC  X(07) VALUE "  TIME ".
           03  RN-TIME             PIC 9(06).
           03  FILLER              PIC  X(06) VALUE "  JOB ".
           03  RN-JOB-ID           PIC  X(08).
           03  FILLER              PIC  X(11) VALUE "  OPERATOR ".
           03  RN-OPERATOR         PIC  X(08).
       01  WS-CUTOFF-LINE.
           03  FILLER              PIC  X(18) VALUE
               "TERMINATED BEFORE ".
           03  CL-CUTOFF           PIC 9(08).
           03  FILLER              PIC  X(14) VALUE " -- RETENTION ".
           03  CL-YEARS            PIC Z9.
           03  FILLER              PIC  X(06) VALUE " YEARS".
       01  WS-ANON-HEADER-LINE     PIC  X(80) VALUE
           "EMP NO  TERMINATED  BANK ROW  HISTORY ROWS  PAY SNAPSHOT".
       01  WS-FAILED-CAPTION-LINE  PIC  X(80) VALUE
           "DUE BUT NOT ANONYMIZED -- RETRIED NEXT RUN".
       01  WS-SKIP-HEADER-LINE     PIC  X(80) VALUE
           "EMP NO  TERMINATED  NOT ANONYMIZED -- RETRIED NEXT RUN".
       01  WS-RULE-LINE            PIC  X(80) VALUE ALL "-".
       01  WS-ANON-DETAIL-LINE.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  AL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  AL-TERM-DATE        PIC 9(08).
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  AL-BANK             PIC  X(08).
           03  FILLER              PIC  X(10) VALUE SPACE.
           03  AL-HIST-ROWS        PIC ZZZ9.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  AL-SNAPSHOT         PIC  X(12).
       01  WS-SKIP-DETAIL-LINE.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  KL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  KL-TERM-DATE        PIC 9(08).
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  KL-REASON           PIC  X(40).
       01  WS-TOTAL-LINE.
           03  FILLER              PIC  X(12) VALUE "ANONYMIZED: ".
           03  TL-ANON             PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(11) VALUE "  SKIPPED: ".
           03  TL-SKIP             PIC ZZZ,ZZ9.
       01  WS-OUTCOME-LINE         PIC  X(80) VALUE SPACE.
       01  WS-OUTCOME-LINE-2       PIC  X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-STATUS-DATE         PIC 9(08) VALUE ZERO.
      *    WHAT REPLACES THE NAME -- THE SAME FOR EVERYONE, SO IT
      *    SAYS NOTHING ABOUT WHO IT WAS.
       01  RET-ANON-NAME           PIC  X(40) VALUE "ANONYMIZED".
       01  RET-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
       01  RET-HIT-COUNT           PIC 9(09) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
       01  WS-AUDIT-ACTION         PIC  X(08) VALUE "ANONYMIZ".
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS INSERTTBL'S
      *    SETUP-RUN-LOG-RTN.
       01  RL-PROGRAM              PIC  X(08) VALUE "RETANON".
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
           DISPLAY "*** RETANON STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CLOCK-TIME.

      *    THE CUTOFF IS TODAY LESS THE RETENTION YEARS; A 29 FEBRUARY
      *    THAT THE EARLIER YEAR LACKS BECOMES THE 28TH.
           MOVE SYS-TIME      TO WS-CUTOFF-WORK.
           SUBTRACT WS-RET-YEARS FROM WS-CUTOFF-YYYY.
           IF  WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF.
           MOVE WS-CUTOFF-WORK TO RET-CUTOFF-DATE.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM SETUP-TABLES-RTN.
           PERFORM SETUP-RUN-LOG-RTN.

           IF  MODE-APPLY
               DISPLAY "ANONYMIZING EMPLOYEES TERMINATED BEFORE "
                       RET-CUTOFF-DATE
           ELSE
               DISPLAY "PREVIEW -- EMPLOYEES TERMINATED BEFORE "
                       RET-CUTOFF-DATE " -- NOTHING WILL BE CHANGED"
           END-IF.

      *    THE CERTIFICATE IS OPENED FIRST -- AN APPLY RUN THAT COULD
      *    NOT SAY WHAT IT DID MUST NOT DO ANYTHING.
           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN CERTIFICATE REPORT: "
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

           PERFORM LOAD-REJECTS-RTN.
           IF  NOT RUN-FAILED
               PERFORM LOAD-SNAPSHOT-RTN
           END-IF.
           IF  NOT RUN-FAILED
               PERFORM SELECT-CANDIDATES-RTN
           END-IF.
           IF  NOT RUN-FAILED
               PERFORM PROCESS-CANDIDATE-RTN
                       VARYING WS-CND-SUB FROM 1 BY 1
                       UNTIL WS-CND-SUB > CND-TBL-COUNT
                          OR RUN-FAILED
           END-IF.

      *    THE SNAPSHOT IS REWRITTEN BEFORE THE DATABASE COMMITS: IF
      *    THE COMMIT THEN FAILS, THE SAME EMPLOYEES ARE STILL DUE
      *    AND THE NEXT RUN REPEATS BOTH, WHEREAS A COMMIT FOLLOWED
      *    BY A FAILED REWRITE WOULD LEAVE NAMES IN THE FILE THAT NO
      *    LATER RUN WOULD COME BACK FOR.
           IF  MODE-APPLY AND NOT RUN-FAILED
               AND WS-SNAP-CHANGED-COUNT > ZERO
               PERFORM REWRITE-SNAPSHOT-RTN
           END-IF.

           IF  MODE-APPLY AND NOT RUN-FAILED
               EXEC SQL COMMIT WORK END-EXEC
               IF  SQLSTATE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  RUN-FAILED TO TRUE
               END-IF
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

           PERFORM WRITE-CERTIFICATE-RTN.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUNLOG-END-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           EVALUATE TRUE
              WHEN  RUN-FAILED
                 DISPLAY "*** RETANON FAILED -- NOTHING ANONYMIZED ***"
                 MOVE 8 TO RETURN-CODE
              WHEN  MODE-PREVIEW
                 DISPLAY "*** RETANON PREVIEW: " WS-ANON-COUNT
                         " DUE, " WS-SKIP-COUNT " HELD -- SEE "
                         WS-ENV-REPORTFILE " ***"
              WHEN  OTHER
                 DISPLAY "*** RETANON FINISHED: " WS-ANON-COUNT
                         " ANONYMIZED, " WS-SKIP-COUNT
                         " SKIPPED -- CERTIFICATE IN "
                         WS-ENV-REPORTFILE " ***"
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY, PLUS THE
      *    RETENTION PERIOD, THE MODE AND THE FILES.  THE REJECT FILE
      *    AND THE SNAPSHOT ARE FOUND THROUGH THE SAME VARIABLES THE
      *    LOADER AND PAYSNAP USE, SO ALL THREE SEE THE SAME FILES.
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
           ACCEPT WS-ENV-REJECTFILE
                           FROM ENVIRONMENT "INSERTTBL_REJECTFILE".
           ACCEPT WS-ENV-SNAPFILE
                           FROM ENVIRONMENT "PAYSNAP_SNAPFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "RETANON_REPORTFILE".
           ACCEPT WS-ENV-YEARS
                           FROM ENVIRONMENT "RETANON_YEARS".
           ACCEPT WS-ENV-MODE
                           FROM ENVIRONMENT "RETANON_MODE".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-REJECTFILE = SPACE
               MOVE "EMPREJ.DAT"    TO WS-ENV-REJECTFILE
           END-IF.
           IF  WS-ENV-SNAPFILE = SPACE
               MOVE "PAYSNAP.DAT"   TO WS-ENV-SNAPFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "RETANON.OUT"   TO WS-ENV-REPORTFILE
           END-IF.

           MOVE WS-ENV-YEARS TO WS-PARSE-FIELD.
           PERFORM PARSE-ONE-NUMBER-RTN.
           IF  NOT PARSE-OK
            OR WS-PARSE-VALUE = ZERO
            OR WS-PARSE-VALUE > 99
               DISPLAY "*** RETANON_YEARS MUST BE SET TO THE "
                       "RETENTION PERIOD IN YEARS (1-99) ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARSE-VALUE TO WS-RET-YEARS.

           EVALUATE WS-ENV-MODE
              WHEN  SPACE
              WHEN  "PREVIEW"
                 SET  MODE-PREVIEW TO TRUE
              WHEN  "APPLY"
                 SET  MODE-APPLY   TO TRUE
              WHEN  OTHER
                 DISPLAY "*** UNKNOWN RETANON_MODE: " WS-ENV-MODE
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
               MOVE "RETANON"  TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "RETANON"  TO WS-ENV-JOBID
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
       PARSE-ONE-NUMBER-RTN.
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
       SETUP-TABLES-RTN.
      *    EVERY TABLE THIS RUN READS OR CHANGES, CREATED IF MISSING
      *    WITH THE SAME DEFINITIONS AS INSERTTBL'S, EMPPAY'S AND
      *    EMPMAINT'S -- SO THE HOLD CHECKS BELOW FIND EMPTY TABLES
      *    RATHER THAN FAILING ON A DATABASE THAT HAS NEVER PAID
      *    ANYONE.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_AUDIT
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    OPERATOR_ID  CHAR(8),
                    JOB_ID       CHAR(8),
                    ACTION_TYPE  CHAR(8),
                    LOAD_DATE    NUMERIC(8,0),
                    LOAD_TIME    NUMERIC(6,0)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_SALHIST
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    OLD_NAME     VARCHAR(40),
                    NEW_NAME     VARCHAR(40),
                    OLD_SALARY   NUMERIC(9,2),
                    NEW_SALARY   NUMERIC(9,2),
                    CHG_DATE     NUMERIC(8,0),
                    CHG_TIME     NUMERIC(6,0),
                    OPERATOR_ID  CHAR(8),
                    JOB_ID       CHAR(8)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_BANK
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    BANK_CODE    CHAR(8),
                    ACCT_NO      CHAR(10),
                    HOLDER_NAME  VARCHAR(40),
                    CONSTRAINT IEMPBNK_0 PRIMARY KEY (EMP_NO)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS PEND_CHG
                (
                    CHG_TYPE       CHAR(4) NOT NULL,
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    CHG_STATUS     CHAR(1) NOT NULL,
                    OLD_SALARY     NUMERIC(9,2),
                    NEW_SALARY     NUMERIC(9,2),
                    OLD_BANK_CODE  CHAR(8),
                    OLD_ACCT_NO    CHAR(10),
                    OLD_HOLDER     VARCHAR(40),
                    NEW_BANK_CODE  CHAR(8),
                    NEW_ACCT_NO    CHAR(10),
                    NEW_HOLDER     VARCHAR(40),
                    REQ_OPERATOR   CHAR(8),
                    REQ_JOB_ID     CHAR(8),
                    REQ_DATE       NUMERIC(8,0),
                    REQ_TIME       NUMERIC(6,0),
                    DEC_OPERATOR   CHAR(8),
                    DEC_JOB_ID     CHAR(8),
                    DEC_DATE       NUMERIC(8,0),
                    DEC_TIME       NUMERIC(6,0)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
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
           EXEC SQL
               ALTER TABLE PAY_REGISTER
                   ADD COLUMN IF NOT EXISTS PAY_TYPE CHAR(4)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PAY_REGISTER
                   ADD COLUMN IF NOT EXISTS PAY_REASON VARCHAR(30)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

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
      *    ROWS READ IS EMPLOYEES DUE; APPLIED IS EMPLOYEES ANONYMIZED
      *    (ZERO IN PREVIEW OR WHEN THE RUN FAILED); REJECTED IS
      *    EMPLOYEES SKIPPED FOR A HOLD.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE CND-TBL-COUNT      TO RL-ROWS-READ.
           MOVE WS-SKIP-COUNT      TO RL-ROWS-REJECTED.
           IF  RUN-FAILED
               MOVE "FAILED"       TO RL-STATUS
               MOVE ZERO           TO RL-ROWS-APPLIED
           ELSE
               MOVE "OK"           TO RL-STATUS
               IF  MODE-APPLY
                   MOVE WS-ANON-COUNT TO RL-ROWS-APPLIED
               ELSE
                   MOVE ZERO       TO RL-ROWS-APPLIED
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
       LOAD-REJECTS-RTN.
      *    NO REJECT FILE MEANS NOTHING WAITING.  A FILE TOO BIG TO
      *    STAGE FAILS THE RUN -- WITHOUT THE WHOLE LIST THERE IS NO
      *    SAYING WHO IS SAFE TO ANONYMIZE.
      ******************************************************************
           MOVE ZERO TO REJ-TBL-COUNT.
           OPEN INPUT REJECT-FILE.
           IF  WS-REJECTFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REJECTFILE-STATUS NOT = "00"
               READ REJECT-FILE
                   AT END
                       MOVE "10" TO WS-REJECTFILE-STATUS
                   NOT AT END
                       IF  RFR-EMP-NO(1:4) NUMERIC
                           IF  REJ-TBL-COUNT < REJ-TBL-MAX-ROWS
                               ADD  1 TO REJ-TBL-COUNT
                               MOVE RFR-EMP-NO(1:4)
                                 TO REJ-EMP-NO(REJ-TBL-COUNT)
                           ELSE
                               DISPLAY "*** REJECT FILE EXCEEDS "
                                       REJ-TBL-MAX-ROWS " STAGED "
                                       "ROWS -- RUN ABANDONED ***"
                               SET  RUN-FAILED TO TRUE
                               MOVE "10" TO WS-REJECTFILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

      ******************************************************************
       LOAD-SNAPSHOT-RTN.
      *    A MISSING SNAPSHOT IS NOT AN ERROR -- THERE ARE NO NAMES
      *    IN IT TO REPLACE.  ONE WHOSE TRAILER DISAGREES WITH ITS
      *    CONTENTS, OR TOO BIG TO STAGE, IS: IT COULD NOT BE WRITTEN
      *    BACK WHOLE, SO THE RUN STOPS BEFORE CHANGING ANYTHING.
      ******************************************************************
           MOVE ZERO TO SNP-TBL-COUNT.
           OPEN INPUT SNAP-FILE.
           IF  WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "NO PAY SNAPSHOT (" WS-ENV-SNAPFILE
                       ") -- NOTHING TO REPLACE THERE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SNAP-EXISTS.
           PERFORM UNTIL WS-SNAPFILE-STATUS NOT = "00"
               READ SNAP-FILE
                   AT END
                       MOVE "10" TO WS-SNAPFILE-STATUS
                   NOT AT END
                       PERFORM STAGE-ONE-SNAP-REC-RTN
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.

           IF  STAGE-OVERFLOWED
               DISPLAY "*** PAY SNAPSHOT EXCEEDS " SNP-TBL-MAX-ROWS
                       " STAGED ROWS -- RUN ABANDONED ***"
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  WS-SNAP-TRAILER-SEEN NOT = "Y"
               OR WS-SNAP-TRAILER-COUNT NOT = WS-SNAP-READ-COUNT
               DISPLAY "*** PAY SNAPSHOT TRAILER DISAGREES WITH ITS "
                       "CONTENTS -- RUN ABANDONED ***"
               SET  RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
       STAGE-ONE-SNAP-REC-RTN.
      ******************************************************************
           IF  STR-ID = "TRLR"
               MOVE "Y"           TO WS-SNAP-TRAILER-SEEN
               MOVE STR-ROW-COUNT TO WS-SNAP-TRAILER-COUNT
               MOVE "10" TO WS-SNAPFILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD  1 TO WS-SNAP-READ-COUNT.
           IF  SNP-TBL-COUNT < SNP-TBL-MAX-ROWS
               ADD 1 TO SNP-TBL-COUNT
               SET SNP-IDX TO SNP-TBL-COUNT
               MOVE SNAP-DATA-REC TO SNP-RECORD(SNP-IDX)
           ELSE
               SET  STAGE-OVERFLOWED TO TRUE
               MOVE "10" TO WS-SNAPFILE-STATUS
           END-IF.

      ******************************************************************
       SELECT-CANDIDATES-RTN.
      *    TERMINATED, WITH A TERMINATION DATE BEFORE THE CUTOFF, AND
      *    NOT ALREADY DONE.  A TERMINATION WITH NO DATE CAN NEVER
      *    FALL DUE -- THOSE ARE COUNTED AND REPORTED SO SOMEONE
      *    DATES THEM, NOT GUESSED AT.
      ******************************************************************
           MOVE ZERO TO WS-UNDATED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM EMP
                WHERE COALESCE(EMP_STATUS, 'A') = 'T'
                  AND COALESCE(STATUS_DATE, 0) = 0
                  AND EMP_NAME <> :RET-ANON-NAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-HIT-COUNT TO WS-UNDATED-COUNT.
           IF  WS-UNDATED-COUNT > ZERO
               DISPLAY "*** " WS-UNDATED-COUNT " TERMINATED "
                       "EMPLOYEE(S) HAVE NO STATUS DATE AND CANNOT "
                       "FALL DUE ***"
           END-IF.

           EXEC SQL
               DECLARE CND_CUR CURSOR FOR
                   SELECT EMP_NO, STATUS_DATE
                     FROM EMP
                    WHERE COALESCE(EMP_STATUS, 'A') = 'T'
                      AND COALESCE(STATUS_DATE, 0) > 0
                      AND STATUS_DATE < :RET-CUTOFF-DATE
                      AND EMP_NAME <> :RET-ANON-NAME
                    ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CND_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO CND-TBL-COUNT.
           MOVE "N"  TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH CND_CUR INTO :EMP-NO,:EMP-STATUS-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     IF  CND-TBL-COUNT < CND-TBL-MAX-ROWS
                         ADD  1 TO CND-TBL-COUNT
                         SET  CND-IDX TO CND-TBL-COUNT
                         MOVE EMP-NO          TO CND-EMP-NO(CND-IDX)
                         MOVE EMP-STATUS-DATE TO CND-TERM-DATE(CND-IDX)
                         MOVE ZERO            TO CND-BANK-ROWS(CND-IDX)
                         MOVE ZERO            TO CND-HIST-ROWS(CND-IDX)
                         MOVE "N"             TO CND-IN-SNAP(CND-IDX)
                         MOVE SPACE           TO CND-REASON(CND-IDX)
                         MOVE SPACE           TO CND-STATUS(CND-IDX)
                     ELSE
                         SET  CANDIDATES-OVERFLOWED TO TRUE
                         SET  END-OF-CURSOR TO TRUE
                     END-IF
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CND_CUR
           END-EXEC.

           IF  CANDIDATES-OVERFLOWED
               DISPLAY "*** MORE THAN " CND-TBL-MAX-ROWS " EMPLOYEES "
                       "DUE -- THE REST GO ON THE NEXT RUN ***"
           END-IF.

      ******************************************************************
       PROCESS-CANDIDATE-RTN.
      *    HOLDS FIRST; AN EMPLOYEE WITH NONE IS COUNTED FOR THE
      *    CERTIFICATE AND, IN APPLY MODE, ANONYMIZED.
      ******************************************************************
           MOVE CND-EMP-NO(WS-CND-SUB) TO EMP-NO.
           PERFORM CHECK-HOLDS-RTN.
           IF  RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  CND-REASON(WS-CND-SUB) NOT = SPACE
               SET  CND-SKIPPED(WS-CND-SUB) TO TRUE
               ADD  1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-PERSONAL-DATA-RTN.
           IF  RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  MODE-APPLY
               PERFORM ANONYMIZE-ONE-RTN
               IF  RUN-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF  CND-REASON(WS-CND-SUB) NOT = SPACE
               SET  CND-SKIPPED(WS-CND-SUB) TO TRUE
               ADD  1 TO WS-SKIP-COUNT
           ELSE
               SET  CND-ANONYMIZED(WS-CND-SUB) TO TRUE
               ADD  1 TO WS-ANON-COUNT
               PERFORM MARK-SNAPSHOT-RTN
           END-IF.

      ******************************************************************
       CHECK-HOLDS-RTN.
      *    THE FIRST HOLD FOUND IS THE REASON GIVEN:
      *      A TRANSFER RELEASED TO THE BUREAU AND NOT YET SETTLED BY
      *        PAYRETRN ('R' ON PAY_REGISTER);
      *      A TRANSFER THE BUREAU RETURNED THAT HAS NOT BEEN
      *        REISSUED -- SAME MATCHING RULE AS PAYOFFC'S REISSUE
      *        CHECK, SO ONCE EVERY FAILURE HAS ITS REISSUE IT CLEARS;
      *      A ROW FOR THEM WAITING ON THE LOADER'S REJECT FILE;
      *      A SALARY OR BANK CHANGE AWAITING ITS SECOND OPERATOR.
      *    EACH OF THESE STILL NEEDS THE PERSON'S DETAILS TO FINISH.
      ******************************************************************
           MOVE ZERO TO RET-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM PAY_REGISTER
                WHERE EMP_NO     = :EMP-NO
                  AND PAY_STATUS = 'R'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  RET-HIT-COUNT > ZERO
               MOVE "PAYMENT NOT YET SETTLED"
                                       TO CND-REASON(WS-CND-SUB)
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RET-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM PAY_REGISTER F
                WHERE F.EMP_NO     = :EMP-NO
                  AND F.PAY_STATUS = 'F'
                  AND (SELECT COUNT(*)
                         FROM PAY_REGISTER F2
                        WHERE F2.EMP_NO     = F.EMP_NO
                          AND F2.PAY_AMOUNT = F.PAY_AMOUNT
                          AND F2.PAY_STATUS = 'F')
                    > (SELECT COUNT(*)
                         FROM PAY_REGISTER R
                        WHERE R.EMP_NO     = F.EMP_NO
                          AND R.PAY_AMOUNT = F.PAY_AMOUNT
                          AND R.PAY_TYPE   = 'REIS')
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  RET-HIT-COUNT > ZERO
               MOVE "RETURNED PAYMENT NOT YET REISSUED"
                                       TO CND-REASON(WS-CND-SUB)
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > REJ-TBL-COUNT
               IF  REJ-EMP-NO(WS-REJ-SUB) = CND-EMP-NO(WS-CND-SUB)
                   MOVE "LOAD REJECT AWAITING RECYCLE"
                                       TO CND-REASON(WS-CND-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE ZERO TO RET-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM PEND_CHG
                WHERE EMP_NO     = :EMP-NO
                  AND CHG_STATUS = 'P'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  RET-HIT-COUNT > ZERO
               MOVE "CHANGE AWAITING APPROVAL"
                                       TO CND-REASON(WS-CND-SUB)
           END-IF.

      ******************************************************************
       COUNT-PERSONAL-DATA-RTN.
      *    WHAT THERE IS TO REMOVE -- SHOWN ON THE PREVIEW, AND ON
      *    THE CERTIFICATE AS WHAT WAS REMOVED.
      ******************************************************************
           MOVE ZERO TO RET-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM EMP_BANK
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-HIT-COUNT TO CND-BANK-ROWS(WS-CND-SUB).

           MOVE ZERO TO RET-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RET-HIT-COUNT
                 FROM EMP_SALHIST
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-HIT-COUNT TO CND-HIST-ROWS(WS-CND-SUB).

      ******************************************************************
       ANONYMIZE-ONE-RTN.
      *    EMP FIRST, GUARDED ON THE SAME CONDITIONS THE CANDIDATE
      *    WAS SELECTED ON -- AN EMPLOYEE REINSTATED OR RE-DATED
      *    SINCE IS SKIPPED, NOT ANONYMIZED.  THEN THE BANK ROW, THE
      *    HISTORY NAMES AND THE BANK REQUESTS' ACCOUNT DETAILS, AND
      *    THE AUDIT ROW THAT RECORDS WHEN AND BY WHICH JOB.  SALARY
      *    AND PAYMENT AMOUNTS ARE NOT TOUCHED.  NOTHING COMMITS HERE
      *    -- MAIN-RTN COMMITS THE WHOLE RUN OR NONE OF IT.
      ******************************************************************
           EXEC SQL
               UPDATE EMP
                  SET EMP_NAME = :RET-ANON-NAME
                WHERE EMP_NO = :EMP-NO
                  AND COALESCE(EMP_STATUS, 'A') = 'T'
                  AND COALESCE(STATUS_DATE, 0) > 0
                  AND STATUS_DATE < :RET-CUTOFF-DATE
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 IF  SQLERRD(3) = ZERO
                     MOVE "NO LONGER DUE -- CHANGED DURING RUN"
                                       TO CND-REASON(WS-CND-SUB)
                     EXIT PARAGRAPH
                 END-IF
              WHEN  "02000"
                 MOVE "NO LONGER DUE -- CHANGED DURING RUN"
                                       TO CND-REASON(WS-CND-SUB)
                 EXIT PARAGRAPH
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 SET  RUN-FAILED TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE.

      *    NO ROW TO DELETE OR UPDATE IS NOT AN ERROR -- SAME RULE AS
      *    BNKMAINT'S DELETE.
           EXEC SQL
               DELETE FROM EMP_BANK
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE EMP_SALHIST
                  SET OLD_NAME = :RET-ANON-NAME,
                      NEW_NAME = :RET-ANON-NAME
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE PEND_CHG
                  SET OLD_BANK_CODE = ' ',
                      OLD_ACCT_NO   = ' ',
                      OLD_HOLDER    = :RET-ANON-NAME,
                      NEW_BANK_CODE = ' ',
                      NEW_ACCT_NO   = ' ',
                      NEW_HOLDER    = :RET-ANON-NAME
                WHERE EMP_NO   = :EMP-NO
                  AND CHG_TYPE = 'BANK'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
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
       MARK-SNAPSHOT-RTN.
      *    REPLACE THE NAME IN EVERY STAGED SNAPSHOT RECORD FOR THIS
      *    EMPLOYEE.  ONLY THE STAGED COPY CHANGES HERE; THE FILE IS
      *    WRITTEN BACK BY REWRITE-SNAPSHOT-RTN IN APPLY MODE.
      ******************************************************************
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > SNP-TBL-COUNT
               IF  SNP-RECORD(WS-SNP-SUB)(1:4) NUMERIC
               AND SNP-RECORD(WS-SNP-SUB)(1:4)
                                 = CND-EMP-NO(WS-CND-SUB)
                   MOVE RET-ANON-NAME TO SNP-RECORD(WS-SNP-SUB)(5:40)
                   MOVE "Y" TO CND-IN-SNAP(WS-CND-SUB)
                   ADD  1   TO WS-SNAP-CHANGED-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
       REWRITE-SNAPSHOT-RTN.
      *    SAME RECORDS IN THE SAME ORDER, SAME TRAILER COUNT -- ONLY
      *    THE NAMES DIFFER, SO PAYSNAP'S NEXT COMPARE SEES NO CHANGE
      *    IN WHO WAS PAID OR HOW MUCH.
      ******************************************************************
           OPEN OUTPUT SNAP-FILE.
           IF  WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT REWRITE PAY SNAPSHOT: "
                       WS-ENV-SNAPFILE " STATUS " WS-SNAPFILE-STATUS
                       " ***"
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > SNP-TBL-COUNT
               MOVE SNP-RECORD(WS-SNP-SUB) TO SNAP-DATA-REC
               WRITE SNAP-DATA-REC
           END-PERFORM.
           MOVE SPACE              TO SNAP-TRAILER-REC.
           MOVE "TRLR"             TO STR-ID.
           MOVE WS-SNAP-READ-COUNT TO STR-ROW-COUNT.
           WRITE SNAP-TRAILER-REC.
           CLOSE SNAP-FILE.
           SET  SNAPSHOT-REWRITTEN TO TRUE.
           DISPLAY "PAY SNAPSHOT: " WS-SNAP-CHANGED-COUNT
                   " NAME(S) REPLACED".

      ******************************************************************
       WRITE-CERTIFICATE-RTN.
      *    WRITTEN AFTER THE COMMIT SO IT CERTIFIES WHAT ACTUALLY
      *    HAPPENED.  IT NAMES NOBODY -- EMPLOYEE NUMBERS ONLY.  A
      *    FAILED RUN CERTIFIES NOTHING: THE EMPLOYEES IT REACHED ARE
      *    LISTED AS DUE BUT NOT ANONYMIZED, THEIR DATA STILL ON FILE,
      *    AND THE ANONYMIZED TOTAL IS ZERO, AS ON RUN_LOG.
      ******************************************************************
           EVALUATE TRUE
              WHEN  RUN-FAILED
                 MOVE
                   "RETENTION ANONYMIZATION -- RUN FAILED, ROLLED BACK"
                                       TO WS-TITLE-LINE
              WHEN  MODE-PREVIEW
                 MOVE "RETENTION ANONYMIZATION PREVIEW"
                                       TO WS-TITLE-LINE
              WHEN  OTHER
                 MOVE "RETENTION ANONYMIZATION CERTIFICATE"
                                       TO WS-TITLE-LINE
           END-EVALUATE.
           MOVE WS-TITLE-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SYS-TIME        TO RN-DATE.
           MOVE WS-CLOCK-TIME   TO RN-TIME.
           MOVE WS-JOB-ID       TO RN-JOB-ID.
           MOVE WS-OPERATOR-ID  TO RN-OPERATOR.
           MOVE WS-RUN-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RET-CUTOFF-DATE TO CL-CUTOFF.
           MOVE WS-RET-YEARS    TO CL-YEARS.
           MOVE WS-CUTOFF-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE           TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF  RUN-FAILED
               MOVE WS-FAILED-CAPTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-ANON-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RULE-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ANON-LINE-RTN
                   VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB > CND-TBL-COUNT.

           IF  WS-SKIP-COUNT > ZERO
               MOVE SPACE               TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SKIP-HEADER-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RULE-LINE        TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-SKIP-LINE-RTN
                       VARYING WS-CND-SUB FROM 1 BY 1
                       UNTIL WS-CND-SUB > CND-TBL-COUNT
           END-IF.

           MOVE WS-RULE-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF  RUN-FAILED
               MOVE ZERO          TO TL-ANON
           ELSE
               MOVE WS-ANON-COUNT TO TL-ANON
           END-IF.
           MOVE WS-SKIP-COUNT   TO TL-SKIP.
           MOVE WS-TOTAL-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF  CANDIDATES-OVERFLOWED
               MOVE "MORE ARE DUE THAN ONE RUN TAKES -- RUN AGAIN"
                                         TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF  WS-UNDATED-COUNT > ZERO
               MOVE "UNDATED TERMINATIONS CANNOT FALL DUE -- DATE THEM"
                                         TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACE TO WS-OUTCOME-LINE.
           MOVE SPACE TO WS-OUTCOME-LINE-2.
           EVALUATE TRUE
              WHEN  RUN-FAILED
                 MOVE "RUN FAILED -- ROLLED BACK, NOBODY ANONYMIZED"
                                       TO WS-OUTCOME-LINE
                 IF  SNAPSHOT-REWRITTEN
                     MOVE "PAY SNAPSHOT ALREADY REWRITTEN -- RERUN"
                                       TO WS-OUTCOME-LINE-2
                 END-IF
              WHEN  MODE-PREVIEW
                 MOVE "PREVIEW ONLY -- NOTHING WAS CHANGED"
                                       TO WS-OUTCOME-LINE
              WHEN  OTHER
                 MOVE "CERTIFIED: PERSONAL DETAILS OF THE ABOVE REMOVED"
                                       TO WS-OUTCOME-LINE
                 STRING "ON " SYS-TIME " AT " WS-CLOCK-TIME
                        " BY JOB " WS-JOB-ID " OPERATOR "
                        WS-OPERATOR-ID  DELIMITED BY SIZE
                        INTO WS-OUTCOME-LINE-2
                 END-STRING
           END-EVALUATE.
           MOVE SPACE             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUTCOME-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF  WS-OUTCOME-LINE-2 NOT = SPACE
               MOVE WS-OUTCOME-LINE-2 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ******************************************************************
       WRITE-ANON-LINE-RTN.
      ******************************************************************
           IF  NOT CND-ANONYMIZED(WS-CND-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE CND-EMP-NO(WS-CND-SUB)    TO AL-EMP-NO.
           MOVE CND-TERM-DATE(WS-CND-SUB) TO AL-TERM-DATE.
           EVALUATE TRUE
              WHEN  CND-BANK-ROWS(WS-CND-SUB) = ZERO
                 MOVE "NONE"    TO AL-BANK
              WHEN  MODE-PREVIEW
              WHEN  RUN-FAILED
                 MOVE "ON FILE" TO AL-BANK
              WHEN  OTHER
                 MOVE "DELETED" TO AL-BANK
           END-EVALUATE.
           MOVE CND-HIST-ROWS(WS-CND-SUB) TO AL-HIST-ROWS.
      *    ON A FAILED RUN THE SNAPSHOT MAY ALREADY CARRY THE
      *    PLACEHOLDER (REWRITTEN, THEN THE COMMIT FAILED) -- SAY
      *    WHICH, SO NOBODY HAS TO GUESS WHAT THE FILE HOLDS.
           EVALUATE TRUE
              WHEN  CND-IN-SNAP(WS-CND-SUB) NOT = "Y"
                 MOVE "NO"        TO AL-SNAPSHOT
              WHEN  RUN-FAILED AND SNAPSHOT-REWRITTEN
                 MOVE "REPLACED"  TO AL-SNAPSHOT
              WHEN  RUN-FAILED
                 MOVE "UNCHANGED" TO AL-SNAPSHOT
              WHEN  OTHER
                 MOVE "YES"       TO AL-SNAPSHOT
           END-EVALUATE.
           MOVE WS-ANON-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-SKIP-LINE-RTN.
      ******************************************************************
           IF  NOT CND-SKIPPED(WS-CND-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE CND-EMP-NO(WS-CND-SUB)    TO KL-EMP-NO.
           MOVE CND-TERM-DATE(WS-CND-SUB) TO KL-TERM-DATE.
           MOVE CND-REASON(WS-CND-SUB)    TO KL-REASON.
           MOVE WS-SKIP-DETAIL-LINE TO REPORT-LINE.
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
