      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  HREXTR -- outbound interface to the HR system and the
      *            benefits provider, both of which keep their own
      *            copy of our employees.  Writes a "|"-delimited
      *            file of every employee who changed since that
      *            system's last successful extract: hires, name and
      *            salary changes, department moves, status changes,
      *            deletions and RETANON's anonymizations, found
      *            from EMP_AUDIT, EMP_SALHIST and DEPT_HIST.  Each
      *            detail carries an action code
      *            (ADD, CHG or DEL), what changed, and the current
      *            EMP, DEPT and status values, so the receiving
      *            system can apply it as it stands; a header names
      *            the target and the window covered, and a trailer
      *            carries the record count and a hash total of the
      *            employee numbers.  Each target (HREXTR_TARGET) has
      *            its own row on EXTRACT_CTL recording where its last
      *            extract stopped; the next run starts exactly there.
      *            HREXTR_MODE=FULL writes every current employee
      *            (action REF) to resynchronize a target from
      *            scratch -- the first run for a target is always
      *            full.  The file is read back and verified, as
      *            EMPPAY's is, before the control row moves; a run
      *            that fails leaves an empty file and the control
      *            row where it was, so it is simply rerun.  Logged
      *            to RUN_LOG like the other batch programs.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HREXTR.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT EXTRACT-FILE     ASSIGN TO WS-ENV-OUTFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-OUTFILE-STATUS.

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

      *    DELIMITED RECORDS, RECORD TYPE IN THE FIRST FIELD:
      *      H|HREXTR|TARGET|MODE|FROM DATE|FROM TIME|TO DATE|TO TIME
      *       |JOB ID
      *      D|ACTION|EMP NO|NAME|SALARY|DEPT|DEPT NAME|STATUS
      *       |STATUS DATE|NAME CHG|SALARY CHG|DEPT CHG|STATUS CHG
      *      T|RECORD COUNT|HASH TOTAL OF EMP NO
      *    MODE IS C (CHANGES) OR F (FULL); THE WINDOW COVERS CHANGES
      *    STAMPED FROM THE FROM POINT UP TO, NOT INCLUDING, THE TO
      *    POINT.  THE FOUR CHANGE FLAGS ARE Y OR N.
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE            PIC  X(160).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-OUTFILE          PIC  X(80) VALUE SPACE.
      *    WHICH RECEIVING SYSTEM THIS RUN FEEDS (HR, BENEFITS, ...)
      *    -- EACH KEEPS ITS OWN PLACE ON EXTRACT_CTL.
       01  WS-ENV-TARGET           PIC  X(08) VALUE SPACE.
      *    CHANGES (OR BLANK) OR FULL -- ANYTHING ELSE IS REFUSED
      *    RATHER THAN GUESSED AT.
       01  WS-ENV-MODE             PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-OUTFILE-STATUS       PIC  X(02).
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

       01  WS-MODE-FLAG            PIC  X(01) VALUE "C".
           88  MODE-CHANGES               VALUE "C".
           88  MODE-FULL                  VALUE "F".

      *    SET WHEN ANYTHING FAILS -- THE FILE IS EMPTIED AND THE
      *    CONTROL ROW STAYS WHERE IT WAS.
       01  WS-RUN-STATUS           PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

      *    ROWS FETCHED, AND THE DETAILS WRITTEN BY ACTION.
       01  WS-ROW-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-ADD-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-CHG-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DEL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-REF-COUNT            PIC 9(09) VALUE ZERO.

      *    TOTALS ACCUMULATED WHILE WRITING, AND THE SAME TOTALS
      *    RECOMPUTED FROM THE FILE ON THE READ-BACK PASS -- THE TWO
      *    MUST AGREE BEFORE THE FILE MAY STAND (SAME DISCIPLINE AS
      *    EMPPAY'S VERIFY).
       01  WS-WRITE-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-WRITE-HASH           PIC 9(11) VALUE ZERO.
       01  WS-READBACK-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-READBACK-HASH        PIC 9(11) VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-TRAILER-HASH         PIC 9(11) VALUE ZERO.
       01  WS-HEADER-SEEN          PIC  X(01) VALUE "N".
       01  WS-TRAILER-SEEN         PIC  X(01) VALUE "N".

      *    ONE DETAIL BEING BUILT -- EACH FIELD IS MOVED TO XL-FIELD
      *    AND APPENDED, TRAILING SPACES DROPPED, AFTER A DELIMITER.
       01  XL-ACTION               PIC  X(03) VALUE SPACE.
       01  XL-NAME-FLAG            PIC  X(01) VALUE "N".
       01  XL-SAL-FLAG             PIC  X(01) VALUE "N".
       01  XL-DEPT-FLAG            PIC  X(01) VALUE "N".
       01  XL-STAT-FLAG            PIC  X(01) VALUE "N".
       01  XL-EMP-NO               PIC 9(04) VALUE ZERO.
       01  XL-SALARY               PIC 9(07).99.
       01  XL-DATE                 PIC 9(08) VALUE ZERO.
       01  XL-TIME                 PIC 9(06) VALUE ZERO.
       01  XL-COUNT                PIC 9(09) VALUE ZERO.
       01  XL-HASH                 PIC 9(11) VALUE ZERO.
       01  XL-FIELD                PIC  X(40) VALUE SPACE.
       01  XL-FIELD-LEN            PIC 9(03) VALUE ZERO.
       01  XL-POINTER              PIC 9(03) VALUE ZERO.

      *    THE FIRST THREE FIELDS OF A LINE READ BACK -- ENOUGH TO
      *    RECOUNT AND REHASH IT.
       01  VR-REC-TYPE             PIC  X(01) VALUE SPACE.
       01  VR-FIELD-2              PIC  X(20) VALUE SPACE.
       01  VR-FIELD-3              PIC  X(20) VALUE SPACE.
       01  VR-EMP-NO               PIC 9(04) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(40) VALUE SPACE.
       01  EMP-SALARY              PIC S9(07)V99 VALUE ZERO.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
       01  DEPT-NAME               PIC  X(30) VALUE SPACE.
       01  EMP-STATUS              PIC  X(01) VALUE SPACE.
       01  EMP-STATUS-DATE         PIC 9(08) VALUE ZERO.
      *    "Y" WHEN THE EMPLOYEE IS STILL ON EMP, AND "Y" WHEN THEIR
      *    FIRST EMP_AUDIT ROW FALLS IN THE WINDOW -- THE HIRE, SAME
      *    RULE AS MGMTRPT'S.
       01  ON-FILE-FLAG            PIC  X(01) VALUE SPACE.
       01  HIRE-FLAG               PIC  X(01) VALUE SPACE.
      *    EXTRACT_CTL FIELDS.  THE WINDOW RUNS FROM THE FROM POINT
      *    UP TO, NOT INCLUDING, THE TO POINT; EACH POINT IS ALSO
      *    HELD AS ONE YYYYMMDDHHMMSS NUMBER FOR THE COMPARISONS.
       01  XC-TARGET               PIC  X(08) VALUE SPACE.
       01  XC-FOUND                PIC  X(01) VALUE "N".
       01  XC-LAST-DATE            PIC 9(08) VALUE ZERO.
       01  XC-LAST-TIME            PIC 9(06) VALUE ZERO.
       01  XC-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  XC-FROM-TIME            PIC 9(06) VALUE ZERO.
       01  XC-TO-DATE              PIC 9(08) VALUE ZERO.
       01  XC-TO-TIME              PIC 9(06) VALUE ZERO.
       01  XC-FROM-STAMP           PIC 9(14) VALUE ZERO.
       01  XC-TO-STAMP             PIC 9(14) VALUE ZERO.
       01  XC-HELD-STAMP           PIC 9(14) VALUE ZERO.
       01  XC-ARCH-CUTOFF          PIC 9(08) VALUE ZERO.
       01  XC-HIT-COUNT            PIC 9(09) VALUE ZERO.
       01  XC-REC-COUNT            PIC 9(09) VALUE ZERO.
       01  XC-HASH-TOTAL           PIC 9(11) VALUE ZERO.
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS INSERTTBL'S
      *    SETUP-RUN-LOG-RTN.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
       01  RL-PROGRAM              PIC  X(08) VALUE "HREXTR".
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
           DISPLAY "*** HREXTR STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CLOCK-TIME.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM SETUP-CONTROL-RTN.
           PERFORM SETUP-RUN-LOG-RTN.
           PERFORM SET-WINDOW-RTN.

           IF  RUN-FAILED
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               DISPLAY "*** HREXTR FAILED -- NO EXTRACT PRODUCED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF  WS-OUTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN EXTRACT FILE: " WS-ENV-OUTFILE
                       " STATUS " WS-OUTFILE-STATUS " ***"
               SET  RUN-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               DISPLAY "*** HREXTR FAILED -- NO EXTRACT PRODUCED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-HEADER-RTN.
           IF  MODE-FULL
               PERFORM EXTRACT-FULL-RTN
           ELSE
               PERFORM EXTRACT-CHANGES-RTN
           END-IF.
           IF  NOT RUN-FAILED
               PERFORM WRITE-TRAILER-RTN
           END-IF.
           CLOSE EXTRACT-FILE.

      *    READ THE FILE BACK AND PROVE IT BEFORE THE CONTROL ROW
      *    MOVES -- ONCE IT HAS MOVED, THE NEXT RUN WILL NOT SEND
      *    THESE CHANGES AGAIN.
           IF  NOT RUN-FAILED
               PERFORM VERIFY-EXTRACT-RTN
           END-IF.
           IF  NOT RUN-FAILED
               PERFORM UPDATE-CONTROL-RTN
           END-IF.
           IF  RUN-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

           PERFORM WRITE-RUNLOG-END-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  RUN-FAILED
               PERFORM DISCARD-EXTRACT-RTN
               DISPLAY "*** HREXTR FAILED -- NO EXTRACT PRODUCED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "*** HREXTR FINISHED: " WS-WRITE-COUNT
                       " RECORDS FOR " XC-TARGET " (ADD "
                       WS-ADD-COUNT " CHG " WS-CHG-COUNT " DEL "
                       WS-DEL-COUNT " REF " WS-REF-COUNT ") ***"
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY, PLUS THE
      *    TARGET, THE MODE AND THE EXTRACT FILE.
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
           ACCEPT WS-ENV-OUTFILE
                           FROM ENVIRONMENT "HREXTR_OUTFILE".
           ACCEPT WS-ENV-TARGET
                           FROM ENVIRONMENT "HREXTR_TARGET".
           ACCEPT WS-ENV-MODE
                           FROM ENVIRONMENT "HREXTR_MODE".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-OUTFILE = SPACE
               MOVE "HREXTR.DAT"    TO WS-ENV-OUTFILE
           END-IF.
           IF  WS-ENV-TARGET = SPACE
               MOVE "HR"            TO WS-ENV-TARGET
           END-IF.

           EVALUATE WS-ENV-MODE
              WHEN  SPACE
              WHEN  "CHANGES"
                 SET  MODE-CHANGES TO TRUE
              WHEN  "FULL"
                 SET  MODE-FULL    TO TRUE
              WHEN  OTHER
                 DISPLAY "*** UNKNOWN HREXTR_MODE: " WS-ENV-MODE
                         " -- USE CHANGES OR FULL ***"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

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
               MOVE "HREXTR"   TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "HREXTR"   TO WS-ENV-JOBID
           END-IF.

           MOVE WS-ENV-DBNAME      TO DBNAME.
           MOVE WS-ENV-USERNAME    TO USERNAME.
           MOVE WS-ENV-PASSWD      TO PASSWD.
           MOVE WS-ENV-OPERATOR    TO WS-OPERATOR-ID.
           MOVE WS-ENV-JOBID       TO WS-JOB-ID.
           MOVE WS-ENV-TARGET      TO XC-TARGET.

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
       SETUP-CONTROL-RTN.
      *    ONE ROW PER RECEIVING SYSTEM: WHERE ITS LAST GOOD EXTRACT
      *    STOPPED, AND WHAT THAT EXTRACT SENT.  THE HISTORY TABLES
      *    THE EXTRACT READS ARE CREATED HERE TOO IF THIS IS THE
      *    FIRST PROGRAM EVER RUN, SAME DEFINITIONS AS INSERTTBL'S.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EXTRACT_CTL
                (
                    TARGET_ID    CHAR(8) NOT NULL,
                    LAST_DATE    NUMERIC(8,0),
                    LAST_TIME    NUMERIC(6,0),
                    EXTR_MODE    CHAR(1),
                    REC_COUNT    NUMERIC(9,0),
                    HASH_TOTAL   NUMERIC(11,0),
                    RUN_DATE     NUMERIC(8,0),
                    RUN_TIME     NUMERIC(6,0),
                    OPERATOR_ID  CHAR(8),
                    JOB_ID       CHAR(8),
                    CONSTRAINT IEXTCTL_0 PRIMARY KEY (TARGET_ID)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
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
                CREATE TABLE IF NOT EXISTS DEPT_HIST
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    OLD_DEPT       CHAR(4),
                    NEW_DEPT       CHAR(4),
                    EFFECTIVE_DATE NUMERIC(8,0),
                    CHG_DATE       NUMERIC(8,0),
                    CHG_TIME       NUMERIC(6,0),
                    OPERATOR_ID    CHAR(8),
                    JOB_ID         CHAR(8)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
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
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       SETUP-RUN-LOG-RTN.
      *    SAME TABLE DEFINITION AS INSERTTBL'S SETUP-RUN-LOG-RTN --
      *    WHICHEVER PROGRAM RUNS FIRST PUTS IT IN PLACE.
      ******************************************************************
           MOVE WS-MODE-FLAG TO RL-RUN-MODE.
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
       SET-WINDOW-RTN.
      *    THE WINDOW ENDS AT THIS RUN'S START -- UNLESS ANOTHER
      *    PROGRAM IS STILL RUNNING FROM EARLIER.  EVERY PROGRAM
      *    STAMPS ITS HISTORY ROWS WITH ITS OWN START, AND A LOAD OR
      *    A REVIEW COMMITS THEM ONLY AT THE END; CLOSING THE WINDOW
      *    PAST SUCH A START WOULD STEP OVER ROWS NOT YET COMMITTED,
      *    AND THE NEXT RUN WOULD NEVER LOOK BACK FOR THEM.  SO THE
      *    WINDOW STOPS AT THE EARLIEST START STILL RUNNING IN
      *    RUN_LOG.  A CHANGE COMMITTED AFTER THE TO POINT BUT SEEN
      *    ALREADY GOES AGAIN NEXT TIME, WHICH THE RECEIVER APPLIES
      *    AS THE SAME CURRENT VALUES -- TWICE, NEVER NOT AT ALL.
      ******************************************************************
           MOVE SYS-TIME      TO XC-TO-DATE.
           MOVE WS-CLOCK-TIME TO XC-TO-TIME.
           COMPUTE XC-TO-STAMP = XC-TO-DATE * 1000000 + XC-TO-TIME.

           MOVE ZERO TO XC-HELD-STAMP.
           EXEC SQL
               SELECT COALESCE(MIN(START_DATE * 1000000
                                   + START_TIME), 0)
                 INTO :XC-HELD-STAMP
                 FROM RUN_LOG
                WHERE RUN_STATUS   = 'RUNNING'
                  AND PROGRAM_NAME <> :RL-PROGRAM
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  XC-HELD-STAMP > ZERO AND XC-HELD-STAMP < XC-TO-STAMP
               MOVE XC-HELD-STAMP TO XC-TO-STAMP
               DIVIDE XC-TO-STAMP BY 1000000 GIVING XC-TO-DATE
                      REMAINDER XC-TO-TIME
               DISPLAY "*** A RUN STARTED " XC-TO-DATE " " XC-TO-TIME
                       " IS STILL RUNNING -- CHANGES FROM THEN ON "
                       "WAIT FOR THE NEXT EXTRACT (OPSRPT LISTS IT) "
                       "***"
           END-IF.

           MOVE "N"  TO XC-FOUND.
           MOVE ZERO TO XC-LAST-DATE.
           MOVE ZERO TO XC-LAST-TIME.
           EXEC SQL
               SELECT COALESCE(LAST_DATE, 0), COALESCE(LAST_TIME, 0)
                 INTO :XC-LAST-DATE,:XC-LAST-TIME
                 FROM EXTRACT_CTL
                WHERE TARGET_ID = :XC-TARGET
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 MOVE "Y" TO XC-FOUND
              WHEN  "02000"
                 CONTINUE
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 STOP RUN
           END-EVALUATE.

      *    NO CONTROL ROW MEANS THIS SYSTEM HAS NEVER BEEN SENT
      *    ANYTHING -- THERE IS NO POINT TO CARRY ON FROM, SO IT GETS
      *    EVERYONE.
           IF  MODE-CHANGES AND XC-FOUND = "N"
               DISPLAY "*** NO PREVIOUS EXTRACT FOR " XC-TARGET
                       " -- SENDING A FULL REFRESH ***"
               SET  MODE-FULL TO TRUE
           END-IF.
           MOVE WS-MODE-FLAG TO RL-RUN-MODE.

           IF  MODE-FULL
               MOVE ZERO TO XC-FROM-DATE
               MOVE ZERO TO XC-FROM-TIME
               MOVE ZERO TO XC-FROM-STAMP
               DISPLAY "FULL REFRESH FOR " XC-TARGET " UP TO "
                       XC-TO-DATE " " XC-TO-TIME
               EXIT PARAGRAPH
           END-IF.

           MOVE XC-LAST-DATE TO XC-FROM-DATE.
           MOVE XC-LAST-TIME TO XC-FROM-TIME.
           COMPUTE XC-FROM-STAMP = XC-FROM-DATE * 1000000
                                 + XC-FROM-TIME.
      *    A WINDOW HELD BACK BEHIND THE LAST ONE'S END (A RUN STILL
      *    GOING THAT THE LAST EXTRACT DID NOT SEE) IS SIMPLY EMPTY
      *    -- THE CONTROL ROW NEVER MOVES BACKWARD.
           IF  XC-TO-STAMP < XC-FROM-STAMP
               MOVE XC-FROM-STAMP TO XC-TO-STAMP
               MOVE XC-FROM-DATE  TO XC-TO-DATE
               MOVE XC-FROM-TIME  TO XC-TO-TIME
           END-IF.

      *    HISTARCH PURGES EMP_AUDIT AND EMP_SALHIST ROWS OLDER THAN
      *    ITS CUTOFF.  IF IT HAS PURGED PAST WHERE THIS SYSTEM'S LAST
      *    EXTRACT STOPPED, THE CHANGES IN BETWEEN ARE GONE FROM THE
      *    TABLES AND A CHANGE EXTRACT WOULD QUIETLY MISS THEM -- ONLY
      *    A FULL REFRESH CAN PUT THE SYSTEM RIGHT.
           MOVE ZERO TO XC-ARCH-CUTOFF.
           EXEC SQL
               SELECT COALESCE(MAX(CUTOFF_DATE), 0)
                 INTO :XC-ARCH-CUTOFF
                 FROM ARCH_LOG
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  XC-ARCH-CUTOFF > XC-FROM-DATE
               DISPLAY "*** HISTORY BEFORE " XC-ARCH-CUTOFF
                       " HAS BEEN ARCHIVED BUT " XC-TARGET
                       " WAS LAST EXTRACTED UP TO " XC-FROM-DATE
                       " -- RUN WITH HREXTR_MODE=FULL ***"
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CHANGES FOR " XC-TARGET " FROM " XC-FROM-DATE " "
                   XC-FROM-TIME " UP TO " XC-TO-DATE " " XC-TO-TIME.

      ******************************************************************
       WRITE-HEADER-RTN.
      ******************************************************************
           MOVE SPACE TO EXTRACT-LINE.
           MOVE 1     TO XL-POINTER.
           STRING "H|HREXTR"  DELIMITED BY SIZE
                  INTO EXTRACT-LINE WITH POINTER XL-POINTER
           END-STRING.
           MOVE XC-TARGET     TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE WS-MODE-FLAG  TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XC-FROM-DATE  TO XL-DATE.
           MOVE XL-DATE       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XC-FROM-TIME  TO XL-TIME.
           MOVE XL-TIME       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XC-TO-DATE    TO XL-DATE.
           MOVE XL-DATE       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XC-TO-TIME    TO XL-TIME.
           MOVE XL-TIME       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE WS-JOB-ID     TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           WRITE EXTRACT-LINE.

      ******************************************************************
       EXTRACT-CHANGES-RTN.
      *    EVERY EMPLOYEE WITH HISTORY IN THE WINDOW: AN EMP_AUDIT ROW
      *    FOR A CHANGE TO THEIR RECORD (A LOAD, AN EMPMAINT UPDATE,
      *    STATUS CHANGE, TRANSFER OR DELETE, A PAY REVIEW), A NAME OR
      *    SALARY CHANGE ON EMP_SALHIST, OR A MOVE ON DEPT_HIST.  BANK,
      *    PAYMENT AND APPROVAL-QUEUE ACTIONS ARE NOT THE RECEIVING
      *    SYSTEMS' BUSINESS.  LEFT JOINS SO A DELETED EMPLOYEE STILL
      *    COMES BACK, WITH NO CURRENT ROW.
      ******************************************************************
           EXEC SQL
               DECLARE CHG_CUR CURSOR FOR
                   SELECT X.EMP_NO,
                          CASE WHEN E.EMP_NO IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(E.EMP_NAME, ' '),
                          COALESCE(E.EMP_SALARY, 0),
                          COALESCE(E.DEPT_CODE, ' '),
                          COALESCE(D.DEPT_NAME, ' '),
                          COALESCE(E.EMP_STATUS, 'A'),
                          COALESCE(E.STATUS_DATE, 0),
                          CASE WHEN (SELECT MIN(A.LOAD_DATE * 1000000
                                          + COALESCE(A.LOAD_TIME, 0))
                                       FROM EMP_AUDIT A
                                      WHERE A.EMP_NO = X.EMP_NO)
                                    >= :XC-FROM-STAMP
                               THEN 'Y' ELSE 'N' END
                     FROM (SELECT EMP_NO
                             FROM EMP_AUDIT
                            WHERE ACTION_TYPE IN ('LOAD', 'UPDATE',
                                      'STATUS', 'TRANSFER', 'DELETE',
                                      'PAYREVW', 'ANONYMIZ')
                              AND COALESCE(LOAD_DATE, 0) * 1000000
                                  + COALESCE(LOAD_TIME, 0)
                                  >= :XC-FROM-STAMP
                              AND COALESCE(LOAD_DATE, 0) * 1000000
                                  + COALESCE(LOAD_TIME, 0)
                                  <  :XC-TO-STAMP
                           UNION
                           SELECT EMP_NO
                             FROM EMP_SALHIST
                            WHERE COALESCE(CHG_DATE, 0) * 1000000
                                  + COALESCE(CHG_TIME, 0)
                                  >= :XC-FROM-STAMP
                              AND COALESCE(CHG_DATE, 0) * 1000000
                                  + COALESCE(CHG_TIME, 0)
                                  <  :XC-TO-STAMP
                           UNION
                           SELECT EMP_NO
                             FROM DEPT_HIST
                            WHERE COALESCE(CHG_DATE, 0) * 1000000
                                  + COALESCE(CHG_TIME, 0)
                                  >= :XC-FROM-STAMP
                              AND COALESCE(CHG_DATE, 0) * 1000000
                                  + COALESCE(CHG_TIME, 0)
                                  <  :XC-TO-STAMP) X
                     LEFT JOIN EMP E  ON E.EMP_NO    = X.EMP_NO
                     LEFT JOIN DEPT D ON D.DEPT_CODE = E.DEPT_CODE
                    ORDER BY X.EMP_NO
           END-EXEC.

           EXEC SQL
               OPEN CHG_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH CHG_CUR
                    INTO :EMP-NO,:ON-FILE-FLAG,:EMP-NAME,:EMP-SALARY,
                         :EMP-DEPT,:DEPT-NAME,:EMP-STATUS,
                         :EMP-STATUS-DATE,:HIRE-FLAG
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-ROW-COUNT
                     PERFORM CLASSIFY-CHANGE-RTN
                     IF  NOT RUN-FAILED
                         PERFORM WRITE-DETAIL-RTN
                     END-IF
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
               END-EVALUATE
               IF  RUN-FAILED
                   SET  END-OF-CURSOR TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CHG_CUR
           END-EXEC.

      ******************************************************************
       CLASSIFY-CHANGE-RTN.
      *    DEL WHEN THE EMPLOYEE IS NO LONGER ON EMP; ADD WHEN THEY
      *    FIRST APPEARED IN THE WINDOW; OTHERWISE CHG, FLAGGED WITH
      *    WHAT THE WINDOW'S HISTORY SAYS CHANGED.  A CHG MAY CARRY
      *    NO FLAG AT ALL -- A RELOAD CAN REWRITE DEPARTMENT OR STATUS
      *    WITHOUT A HISTORY ROW OF ITS OWN -- AND IS SENT ANYWAY, AS
      *    THE CURRENT VALUES ARE WHAT THE RECEIVER NEEDS.
      ******************************************************************
           MOVE "N" TO XL-NAME-FLAG.
           MOVE "N" TO XL-SAL-FLAG.
           MOVE "N" TO XL-DEPT-FLAG.
           MOVE "N" TO XL-STAT-FLAG.
           IF  ON-FILE-FLAG = "N"
               MOVE "DEL" TO XL-ACTION
               ADD  1     TO WS-DEL-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF  HIRE-FLAG = "Y"
               MOVE "ADD" TO XL-ACTION
               ADD  1     TO WS-ADD-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "CHG" TO XL-ACTION.
           ADD  1     TO WS-CHG-COUNT.

           MOVE ZERO TO XC-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XC-HIT-COUNT
                 FROM EMP_SALHIST
                WHERE EMP_NO = :EMP-NO
                  AND COALESCE(OLD_NAME, ' ') <> COALESCE(NEW_NAME, ' ')
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) >= :XC-FROM-STAMP
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) <  :XC-TO-STAMP
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  XC-HIT-COUNT > ZERO
               MOVE "Y" TO XL-NAME-FLAG
           END-IF.

      *    RETANON'S PLACEHOLDER NAME IS A NAME CHANGE TOO -- THE
      *    RECEIVER MUST DROP THE REAL NAME FROM ITS OWN COPY.
           MOVE ZERO TO XC-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XC-HIT-COUNT
                 FROM EMP_AUDIT
                WHERE EMP_NO      = :EMP-NO
                  AND ACTION_TYPE = 'ANONYMIZ'
                  AND COALESCE(LOAD_DATE, 0) * 1000000
                      + COALESCE(LOAD_TIME, 0) >= :XC-FROM-STAMP
                  AND COALESCE(LOAD_DATE, 0) * 1000000
                      + COALESCE(LOAD_TIME, 0) <  :XC-TO-STAMP
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  XC-HIT-COUNT > ZERO
               MOVE "Y" TO XL-NAME-FLAG
           END-IF.

           MOVE ZERO TO XC-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XC-HIT-COUNT
                 FROM EMP_SALHIST
                WHERE EMP_NO = :EMP-NO
                  AND COALESCE(OLD_SALARY, 0) <> COALESCE(NEW_SALARY, 0)
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) >= :XC-FROM-STAMP
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) <  :XC-TO-STAMP
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  XC-HIT-COUNT > ZERO
               MOVE "Y" TO XL-SAL-FLAG
           END-IF.

           MOVE ZERO TO XC-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XC-HIT-COUNT
                 FROM DEPT_HIST
                WHERE EMP_NO = :EMP-NO
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) >= :XC-FROM-STAMP
                  AND COALESCE(CHG_DATE, 0) * 1000000
                      + COALESCE(CHG_TIME, 0) <  :XC-TO-STAMP
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  XC-HIT-COUNT > ZERO
               MOVE "Y" TO XL-DEPT-FLAG
           END-IF.

           MOVE ZERO TO XC-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XC-HIT-COUNT
                 FROM EMP_AUDIT
                WHERE EMP_NO = :EMP-NO
                  AND ACTION_TYPE = 'STATUS'
                  AND COALESCE(LOAD_DATE, 0) * 1000000
                      + COALESCE(LOAD_TIME, 0) >= :XC-FROM-STAMP
                  AND COALESCE(LOAD_DATE, 0) * 1000000
                      + COALESCE(LOAD_TIME, 0) <  :XC-TO-STAMP
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  XC-HIT-COUNT > ZERO
               MOVE "Y" TO XL-STAT-FLAG
           END-IF.

      ******************************************************************
       EXTRACT-FULL-RTN.
      *    EVERY EMPLOYEE NOW ON EMP, ACTION REF -- THE RECEIVER
      *    REPLACES ITS COPY WITH THE FILE.  NO DELETIONS ARE SENT: AN
      *    EMPLOYEE NOT ON THE FILE IS NO LONGER OURS.
      ******************************************************************
           EXEC SQL
               DECLARE FULL_CUR CURSOR FOR
                   SELECT E.EMP_NO, E.EMP_NAME, E.EMP_SALARY,
                          COALESCE(E.DEPT_CODE, ' '),
                          COALESCE(D.DEPT_NAME, ' '),
                          COALESCE(E.EMP_STATUS, 'A'),
                          COALESCE(E.STATUS_DATE, 0)
                     FROM EMP E
                     LEFT JOIN DEPT D ON D.DEPT_CODE = E.DEPT_CODE
                    ORDER BY E.EMP_NO
           END-EXEC.

           EXEC SQL
               OPEN FULL_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "REF" TO XL-ACTION.
           MOVE "N"   TO XL-NAME-FLAG.
           MOVE "N"   TO XL-SAL-FLAG.
           MOVE "N"   TO XL-DEPT-FLAG.
           MOVE "N"   TO XL-STAT-FLAG.
           MOVE "N"   TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH FULL_CUR
                    INTO :EMP-NO,:EMP-NAME,:EMP-SALARY,:EMP-DEPT,
                         :DEPT-NAME,:EMP-STATUS,:EMP-STATUS-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-ROW-COUNT
                     ADD  1 TO WS-REF-COUNT
                     PERFORM WRITE-DETAIL-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE FULL_CUR
           END-EXEC.

      ******************************************************************
       WRITE-DETAIL-RTN.
      *    A DELETED EMPLOYEE HAS NO CURRENT VALUES -- ONLY THE
      *    NUMBER AND THE ACTION GO, THE REST EMPTY.
      ******************************************************************
           IF  XL-ACTION = "DEL"
               MOVE SPACE TO EMP-NAME
               MOVE ZERO  TO EMP-SALARY
               MOVE SPACE TO EMP-DEPT
               MOVE SPACE TO DEPT-NAME
               MOVE SPACE TO EMP-STATUS
               MOVE ZERO  TO EMP-STATUS-DATE
           END-IF.

           MOVE SPACE TO EXTRACT-LINE.
           MOVE 1     TO XL-POINTER.
           STRING "D"  DELIMITED BY SIZE
                  INTO EXTRACT-LINE WITH POINTER XL-POINTER
           END-STRING.
           MOVE XL-ACTION       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-NO          TO XL-EMP-NO.
           MOVE XL-EMP-NO       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-NAME        TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-SALARY      TO XL-SALARY.
           MOVE XL-SALARY       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-DEPT        TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE DEPT-NAME       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-STATUS      TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE EMP-STATUS-DATE TO XL-DATE.
           MOVE XL-DATE         TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XL-NAME-FLAG    TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XL-SAL-FLAG     TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XL-DEPT-FLAG    TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE XL-STAT-FLAG    TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           WRITE EXTRACT-LINE.
           ADD  1               TO WS-WRITE-COUNT.
           ADD  XL-EMP-NO       TO WS-WRITE-HASH.

      ******************************************************************
       APPEND-FIELD-RTN.
      *    ADD "|" AND XL-FIELD, LESS ITS TRAILING SPACES, TO THE LINE
      *    BEING BUILT.  A "|" INSIDE THE VALUE (A NAME KEYED WITH
      *    ONE) BECOMES A SPACE SO IT CANNOT SPLIT THE FIELD.
      ******************************************************************
           INSPECT XL-FIELD REPLACING ALL "|" BY SPACE.
           MOVE 40 TO XL-FIELD-LEN.
           PERFORM UNTIL XL-FIELD-LEN = ZERO
                      OR XL-FIELD(XL-FIELD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM XL-FIELD-LEN
           END-PERFORM.
           STRING "|"  DELIMITED BY SIZE
                  INTO EXTRACT-LINE WITH POINTER XL-POINTER
           END-STRING.
           IF  XL-FIELD-LEN > ZERO
               STRING XL-FIELD(1:XL-FIELD-LEN)  DELIMITED BY SIZE
                      INTO EXTRACT-LINE WITH POINTER XL-POINTER
               END-STRING
           END-IF.
           MOVE SPACE TO XL-FIELD.

      ******************************************************************
       WRITE-TRAILER-RTN.
      ******************************************************************
           MOVE SPACE TO EXTRACT-LINE.
           MOVE 1     TO XL-POINTER.
           STRING "T"  DELIMITED BY SIZE
                  INTO EXTRACT-LINE WITH POINTER XL-POINTER
           END-STRING.
           MOVE WS-WRITE-COUNT TO XL-COUNT.
           MOVE XL-COUNT       TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           MOVE WS-WRITE-HASH  TO XL-HASH.
           MOVE XL-HASH        TO XL-FIELD.
           PERFORM APPEND-FIELD-RTN.
           WRITE EXTRACT-LINE.

      ******************************************************************
       VERIFY-EXTRACT-RTN.
      *    RECOMPUTE COUNT AND HASH FROM WHAT IS ACTUALLY ON DISK AND
      *    COMPARE BOTH AGAINST THE TRAILER AND AGAINST THE TOTALS
      *    ACCUMULATED WHILE WRITING -- SAME CHECK AS EMPPAY'S.
      ******************************************************************
           MOVE ZERO TO WS-READBACK-COUNT.
           MOVE ZERO TO WS-READBACK-HASH.
           MOVE "N"  TO WS-HEADER-SEEN.
           MOVE "N"  TO WS-TRAILER-SEEN.
           OPEN INPUT EXTRACT-FILE.
           IF  WS-OUTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT READ EXTRACT FILE BACK: "
                       WS-ENV-OUTFILE " STATUS " WS-OUTFILE-STATUS
                       " ***"
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OUTFILE-STATUS NOT = "00"
               READ EXTRACT-FILE
                   AT END
                       MOVE "10" TO WS-OUTFILE-STATUS
                   NOT AT END
                       PERFORM VERIFY-ONE-REC-RTN
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.

           IF  WS-HEADER-SEEN  NOT = "Y"
            OR WS-TRAILER-SEEN NOT = "Y"
            OR WS-READBACK-COUNT NOT = WS-WRITE-COUNT
            OR WS-READBACK-HASH  NOT = WS-WRITE-HASH
            OR WS-TRAILER-COUNT  NOT = WS-WRITE-COUNT
            OR WS-TRAILER-HASH   NOT = WS-WRITE-HASH
               DISPLAY "*** EXTRACT TOTALS DO NOT MATCH WHAT WAS "
                       "WRITTEN -- WROTE " WS-WRITE-COUNT "/"
                       WS-WRITE-HASH " READ " WS-READBACK-COUNT "/"
                       WS-READBACK-HASH " TRAILER " WS-TRAILER-COUNT
                       "/" WS-TRAILER-HASH " ***"
               SET  RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
       VERIFY-ONE-REC-RTN.
      ******************************************************************
           MOVE SPACE TO VR-REC-TYPE.
           MOVE SPACE TO VR-FIELD-2.
           MOVE SPACE TO VR-FIELD-3.
           UNSTRING EXTRACT-LINE DELIMITED BY "|"
               INTO VR-REC-TYPE VR-FIELD-2 VR-FIELD-3
           END-UNSTRING.
           EVALUATE VR-REC-TYPE
              WHEN  "H"
                 MOVE "Y" TO WS-HEADER-SEEN
              WHEN  "D"
                 ADD  1 TO WS-READBACK-COUNT
                 IF  VR-FIELD-3(1:4) NUMERIC
                     MOVE VR-FIELD-3(1:4) TO VR-EMP-NO
                     ADD  VR-EMP-NO TO WS-READBACK-HASH
                 ELSE
                     DISPLAY "*** MANGLED DETAIL RECORD IN EXTRACT "
                             "FILE ***"
                     SET  RUN-FAILED TO TRUE
                 END-IF
              WHEN  "T"
                 MOVE "Y" TO WS-TRAILER-SEEN
                 IF  VR-FIELD-2(1:9)  NUMERIC
                 AND VR-FIELD-3(1:11) NUMERIC
                     MOVE VR-FIELD-2(1:9)  TO WS-TRAILER-COUNT
                     MOVE VR-FIELD-3(1:11) TO WS-TRAILER-HASH
                 ELSE
                     DISPLAY "*** MANGLED TRAILER RECORD IN EXTRACT "
                             "FILE ***"
                     SET  RUN-FAILED TO TRUE
                 END-IF
              WHEN  OTHER
                 DISPLAY "*** UNKNOWN RECORD TYPE IN EXTRACT FILE ***"
                 SET  RUN-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
       UPDATE-CONTROL-RTN.
      *    MOVE THIS TARGET'S POINT TO WHERE THE WINDOW ENDED.  THE
      *    UPDATE IS GUARDED ON THE POINT THIS RUN STARTED FROM: IF
      *    ANOTHER EXTRACT FOR THE SAME TARGET MOVED IT MEANWHILE, THIS
      *    FILE OVERLAPS THAT ONE AND MUST NOT STAND.  COMMITTED BY
      *    MAIN-RTN ONLY ONCE EVERYTHING ELSE HAS GONE RIGHT.
      ******************************************************************
           MOVE WS-WRITE-COUNT TO XC-REC-COUNT.
           MOVE WS-WRITE-HASH  TO XC-HASH-TOTAL.
           IF  XC-FOUND = "N"
               EXEC SQL
                   INSERT INTO EXTRACT_CTL VALUES
                          (:XC-TARGET,:XC-TO-DATE,:XC-TO-TIME,
                           :RL-RUN-MODE,:XC-REC-COUNT,:XC-HASH-TOTAL,
                           :SYS-TIME,:WS-CLOCK-TIME,
                           :WS-OPERATOR-ID,:WS-JOB-ID)
               END-EXEC
               IF  SQLSTATE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  RUN-FAILED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE EXTRACT_CTL
                  SET LAST_DATE   = :XC-TO-DATE,
                      LAST_TIME   = :XC-TO-TIME,
                      EXTR_MODE   = :RL-RUN-MODE,
                      REC_COUNT   = :XC-REC-COUNT,
                      HASH_TOTAL  = :XC-HASH-TOTAL,
                      RUN_DATE    = :SYS-TIME,
                      RUN_TIME    = :WS-CLOCK-TIME,
                      OPERATOR_ID = :WS-OPERATOR-ID,
                      JOB_ID      = :WS-JOB-ID
                WHERE TARGET_ID = :XC-TARGET
                  AND COALESCE(LAST_DATE, 0) = :XC-LAST-DATE
                  AND COALESCE(LAST_TIME, 0) = :XC-LAST-TIME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  SQLERRD(3) = ZERO
               DISPLAY "*** ANOTHER EXTRACT FOR " XC-TARGET
                       " MOVED THE CONTROL POINT DURING THIS RUN ***"
               SET  RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
       WRITE-RUNLOG-END-RTN.
      *    ROWS READ IS EMPLOYEES FETCHED; APPLIED IS RECORDS SENT
      *    (ZERO WHEN THE FILE WAS DISCARDED).
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE WS-ROW-COUNT       TO RL-ROWS-READ.
           MOVE ZERO               TO RL-ROWS-REJECTED.
           IF  RUN-FAILED
               MOVE "FAILED"       TO RL-STATUS
               MOVE ZERO           TO RL-ROWS-APPLIED
           ELSE
               MOVE "OK"           TO RL-STATUS
               MOVE WS-WRITE-COUNT TO RL-ROWS-APPLIED
           END-IF.
           EXEC SQL
               UPDATE RUN_LOG
                  SET END_DATE      = :RL-END-DATE,
                      END_TIME      = :RL-END-TIME,
                      RUN_MODE      = :RL-RUN-MODE,
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
       DISCARD-EXTRACT-RTN.
      *    AN EMPTY FILE IS AN OBVIOUS FAILURE; A PLAUSIBLE-LOOKING
      *    PARTIAL ONE WOULD BE LOADED BY THE RECEIVING SYSTEM.
      ******************************************************************
           OPEN OUTPUT EXTRACT-FILE.
           CLOSE EXTRACT-FILE.

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
