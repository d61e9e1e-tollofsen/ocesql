      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYOFFC -- off-cycle companion to EMPPAY: pays the odd few
      *             people outside the regular run -- a bonus, a
      *             retro back-pay amount, or a transfer the bureau
      *             failed in PAYRETRN once BNKMAINT has fixed the
      *             account.  Reads a one-off payments file (emp no,
      *             amount, payment type, reason); every line is
      *             checked against EMP (the employee must exist and
      *             not be terminated) and EMP_BANK (an account must
      *             be on file, with no bank change awaiting
      *             approval), and a reissue must answer a failed
      *             transfer on PAY_REGISTER that has not already
      *             been reissued.  Lines that fail go to an
      *             exception file for payroll to chase; the rest are
      *             written to a transfer file of its own, in EMPPAY's
      *             header/detail/trailer format, under the job id
      *             PAYOFFC (or PAYOFFC_JOBID, never the regular
      *             run's) -- so the bureau, PAYRETRN and GLPOST can
      *             tell it from the day's regular run.  The amount
      *             on the file is the amount transferred.  The file
      *             is read back and verified exactly as EMPPAY's is;
      *             a file that verifies is recorded on PAY_REGISTER
      *             (with its payment type and reason) and EMP_AUDIT
      *             in the same unit of work, and the run is logged
      *             in RUN_LOG under its own program name, so it
      *             neither waits on nor satisfies the regular run's
      *             dependency gate.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYOFFC.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT OFFCYC-FILE      ASSIGN TO WS-ENV-INFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-INFILE-STATUS.
           SELECT PAY-FILE         ASSIGN TO WS-ENV-PAYFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PAYFILE-STATUS.
           SELECT EXCEPT-FILE      ASSIGN TO WS-ENV-EXCFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-EXCFILE-STATUS.

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

      *    ONE-OFF PAYMENTS -- ONE LINE PER PAYMENT.  PAYMENT TYPE IS
      *    BONS (BONUS), BACK (RETRO BACK PAY) OR REIS (REISSUE OF A
      *    TRANSFER THE BUREAU FAILED).
       FD  OFFCYC-FILE.
       01  OFFCYC-FILE-REC.
           03  OFR-EMP-NO          PIC 9(04).
           03  OFR-AMOUNT          PIC 9(07)V99.
           03  OFR-PAY-TYPE        PIC  X(04).
           03  OFR-REASON          PIC  X(30).

      *    BUREAU INTERFACE RECORDS -- SAME LAYOUTS AS EMPPAY'S, SO
      *    THE BUREAU, PAYRETRN AND GLPOST READ EITHER FILE THE SAME
      *    WAY.  RECORD TYPE IN COLUMN 1.
       FD  PAY-FILE.
       01  PAY-HEADER-REC.
           03  PHR-REC-TYPE        PIC  X(01).
           03  PHR-RUN-DATE        PIC 9(08).
           03  PHR-JOB-ID          PIC  X(08).
       01  PAY-DETAIL-REC.
           03  PDR-REC-TYPE        PIC  X(01).
           03  PDR-EMP-NO          PIC 9(04).
           03  PDR-EMP-NAME        PIC  X(40).
           03  PDR-PAY-AMOUNT      PIC 9(09)V99.
           03  PDR-BANK-CODE       PIC  X(08).
           03  PDR-ACCT-NO         PIC  X(10).
           03  PDR-HOLDER-NAME     PIC  X(40).
       01  PAY-TRAILER-REC.
           03  PTR-REC-TYPE        PIC  X(01).
           03  PTR-REC-COUNT       PIC 9(09).
           03  PTR-HASH-TOTAL      PIC 9(11)V99.

      *    PAYMENT LINES THAT FAILED VALIDATION -- SAME LAYOUT AS
      *    EMPPAY'S EXCEPTION FILE.  NEVER SENT, NEVER DROPPED.
       FD  EXCEPT-FILE.
       01  EXCEPT-FILE-REC.
           03  XCR-EMP-NO          PIC 9(04).
           03  FILLER              PIC  X(01).
           03  XCR-EMP-NAME        PIC  X(40).
           03  FILLER              PIC  X(01).
           03  XCR-PAY-AMOUNT      PIC 9(09)V99.
           03  FILLER              PIC  X(01).
           03  XCR-REASON          PIC  X(30).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-INFILE           PIC  X(80) VALUE SPACE.
       01  WS-ENV-PAYFILE          PIC  X(80) VALUE SPACE.
       01  WS-ENV-EXCFILE          PIC  X(80) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-INFILE-STATUS        PIC  X(02).
       01  WS-PAYFILE-STATUS       PIC  X(02).
       01  WS-EXCFILE-STATUS       PIC  X(02).

       01  WS-CURRENT-DATE-TIME    PIC  X(21).
       01  WS-EXCEPT-REASON        PIC  X(30) VALUE SPACE.
       01  WS-LINE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(09) VALUE ZERO.

      *    TOTALS ACCUMULATED WHILE WRITING, AND THE SAME TOTALS
      *    RECOMPUTED FROM THE FILE ON THE READ-BACK PASS -- THE TWO
      *    MUST AGREE BEFORE THE FILE MAY STAND (SAME DISCIPLINE AS
      *    EMPPAY'S VERIFY).
       01  WS-WRITE-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-WRITE-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-READBACK-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-READBACK-HASH        PIC 9(11)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-TRAILER-HASH         PIC 9(11)V99 VALUE ZERO.
       01  WS-HEADER-SEEN          PIC  X(01) VALUE "N".
       01  WS-TRAILER-SEEN         PIC  X(01) VALUE "N".

       01  WS-EXTRACT-STATUS       PIC  X(01) VALUE "N".
           88  EXTRACT-FAILED             VALUE "Y".
       01  WS-LINE-STATUS          PIC  X(01) VALUE "Y".
           88  LINE-VALID                 VALUE "Y".
           88  LINE-REJECTED              VALUE "N".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(40) VALUE SPACE.
       01  EMP-STATUS              PIC  X(01) VALUE SPACE.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
       01  BNK-BANK-CODE           PIC  X(08) VALUE SPACE.
       01  BNK-ACCT-NO             PIC  X(10) VALUE SPACE.
       01  BNK-HOLDER-NAME         PIC  X(40) VALUE SPACE.
      *    PAY_REGISTER FIELDS FOR THE LINE BEING PAID, AND THE
      *    COUNTS THE REISSUE CHECK AND THE RERUN CHECK WORK FROM.
       01  REG-PAY-SEQ             PIC 9(09) VALUE ZERO.
       01  REG-PAY-AMOUNT          PIC S9(09)V99 VALUE ZERO.
       01  REG-PAY-TYPE            PIC  X(04) VALUE SPACE.
       01  REG-PAY-REASON          PIC  X(30) VALUE SPACE.
       01  REG-FAILED-COUNT        PIC 9(09) VALUE ZERO.
       01  REG-REISSUED-COUNT      PIC 9(09) VALUE ZERO.
       01  REG-EXISTING-COUNT      PIC 9(09) VALUE ZERO.
      *    BANK CHANGES FOR THE LINE'S EMPLOYEE AWAITING APPROVAL.
       01  PC-PENDING-COUNT        PIC 9(04) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
       01  WS-AUDIT-ACTION         PIC  X(08) VALUE "OFFCYCLE".
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS EMPRPT'S.
       01  RL-PROGRAM              PIC  X(08) VALUE "PAYOFFC".
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
           DISPLAY "*** PAYOFFC STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CLOCK-TIME.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE RERUN CHECK RUNS BEFORE ANYTHING IS WRITTEN, SAME AS
      *    EMPPAY'S DEPENDENCY GATE.
           PERFORM SETUP-REGISTER-RTN.
           PERFORM SETUP-RUN-LOG-RTN.

           OPEN INPUT OFFCYC-FILE.
           IF  WS-INFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN OFF-CYCLE PAYMENTS FILE: "
                       WS-ENV-INFILE " STATUS " WS-INFILE-STATUS
                       " ***"
               SET  EXTRACT-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PAY-FILE.
           IF  WS-PAYFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN PAY FILE: " WS-ENV-PAYFILE
                       " STATUS " WS-PAYFILE-STATUS " ***"
               SET  EXTRACT-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    OPENED EVEN WHEN NO EXCEPTION EVER ARRIVES -- AN EMPTY
      *    EXCEPTION FILE IS THE POSITIVE "EVERY LINE WAS PAYABLE"
      *    SIGNAL; A LEFTOVER FILE FROM A PRIOR RUN WOULD LIE.
           OPEN OUTPUT EXCEPT-FILE.
           IF  WS-EXCFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN EXCEPTION FILE: "
                       WS-ENV-EXCFILE " STATUS " WS-EXCFILE-STATUS
                       " ***"
               SET  EXTRACT-FAILED TO TRUE
               PERFORM WRITE-RUNLOG-END-RTN
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-HEADER-RTN.

           PERFORM UNTIL WS-INFILE-STATUS NOT = "00"
                      OR EXTRACT-FAILED
               READ OFFCYC-FILE
                   AT END
                       MOVE "10" TO WS-INFILE-STATUS
                   NOT AT END
                       ADD  1 TO WS-LINE-COUNT
                       PERFORM PROCESS-ONE-LINE-RTN
               END-READ
           END-PERFORM.
           CLOSE OFFCYC-FILE.

           IF  NOT EXTRACT-FAILED
               PERFORM WRITE-TRAILER-RTN
           END-IF.
           CLOSE PAY-FILE.
           CLOSE EXCEPT-FILE.
           IF  WS-EXCEPTION-COUNT > 0
               DISPLAY "*** " WS-EXCEPTION-COUNT " PAYMENT LINE(S) "
                       "NOT PAID -- SEE " WS-ENV-EXCFILE " ***"
           END-IF.

      *    READ THE FILE BACK AND PROVE IT BEFORE IT GOES TO THE
      *    BUREAU; ONLY THEN ARE ITS REGISTER AND AUDIT ROWS
      *    COMMITTED.
           IF  NOT EXTRACT-FAILED
               PERFORM VERIFY-PAY-FILE-RTN
           END-IF.
           IF  EXTRACT-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

           PERFORM WRITE-RUNLOG-END-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  EXTRACT-FAILED
               PERFORM DISCARD-PAY-FILE-RTN
               DISPLAY "*** PAYOFFC FAILED -- NO TRANSFER FILE "
                       "PRODUCED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "*** PAYOFFC FINISHED: " WS-WRITE-COUNT
                       " DETAILS, HASH " WS-WRITE-HASH " ***"
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY.  THE
      *    TRANSFER AND EXCEPTION FILES HAVE THEIR OWN NAMES SO AN
      *    OFF-CYCLE RUN NEVER OVERWRITES THE DAY'S REGULAR FILE.
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
                           FROM ENVIRONMENT "INSERTTBL_USERNAME".
           ACCEPT WS-ENV-PASSWD    FROM ENVIRONMENT "INSERTTBL_PASSWD".
           ACCEPT WS-ENV-OPERATOR
                           FROM ENVIRONMENT "INSERTTBL_OPERATOR".
      *    NOT THE CHAIN-WIDE INSERTTBL_JOBID: THE REGISTER IS KEYED
      *    ON RUN DATE AND JOB ID, AND AN OFF-CYCLE RUN SHARING THE
      *    NIGHT'S JOB ID WITH EMPPAY WOULD HAVE EACH REFUSE THE OTHER.
           ACCEPT WS-ENV-JOBID     FROM ENVIRONMENT "PAYOFFC_JOBID".
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-INFILE
                           FROM ENVIRONMENT "PAYOFFC_INFILE".
           ACCEPT WS-ENV-PAYFILE
                           FROM ENVIRONMENT "PAYOFFC_OUTFILE".
           ACCEPT WS-ENV-EXCFILE
                           FROM ENVIRONMENT "PAYOFFC_EXCFILE".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-INFILE = SPACE
               MOVE "data/OFFCYCLE.DAT" TO WS-ENV-INFILE
           END-IF.
           IF  WS-ENV-PAYFILE = SPACE
               MOVE "PAYOFF.DAT"    TO WS-ENV-PAYFILE
           END-IF.
           IF  WS-ENV-EXCFILE = SPACE
               MOVE "PAYOFFX.DAT"   TO WS-ENV-EXCFILE
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
               MOVE "PAYOFFC"  TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "PAYOFFC"  TO WS-ENV-JOBID
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
       SETUP-REGISTER-RTN.
      *    SAME TABLE DEFINITION AS EMPPAY'S SETUP-REGISTER-RTN.
      *    UNLIKE THE REGULAR RUN, AN OFF-CYCLE RUN NEVER REPLACES AN
      *    EARLIER RELEASE UNDER THE SAME RUN DATE AND JOB ID: TWO
      *    OFF-CYCLE FILES IN A DAY ARE TWO SEPARATE PAYMENTS, SO THE
      *    SECOND MUST RUN UNDER ITS OWN JOB ID (PAYOFFC_JOBID) OR
      *    IT IS REFUSED WITH RETURN CODE 8.  A FAILED RUN LEAVES NO
      *    REGISTER ROWS, SO IT CAN SIMPLY BE RERUN.
      ******************************************************************
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
      *    SAME DEFINITION AS INSERTTBL'S AND EMPPAY'S -- READ BY
      *    VALIDATE-LINE-RTN'S PENDING BANK CHANGE CHECK.
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
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE ZERO TO REG-EXISTING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :REG-EXISTING-COUNT
                 FROM PAY_REGISTER
                WHERE RUN_DATE = :SYS-TIME
                  AND JOB_ID   = :WS-JOB-ID
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  REG-EXISTING-COUNT > ZERO
               DISPLAY "*** RUN " SYS-TIME "/" WS-JOB-ID
                       " ALREADY RELEASED -- SET PAYOFFC_JOBID FOR "
                       "A FURTHER OFF-CYCLE RUN -- REFUSING TO RUN ***"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
      *    ROWS READ IS PAYMENT LINES READ; APPLIED IS LINES PAID
      *    (ZERO WHEN THE FILE WAS DISCARDED); REJECTED IS LINES SENT
      *    TO THE EXCEPTION FILE.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE WS-LINE-COUNT      TO RL-ROWS-READ.
           MOVE WS-EXCEPTION-COUNT TO RL-ROWS-REJECTED.
           IF  EXTRACT-FAILED
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
       WRITE-HEADER-RTN.
      ******************************************************************
           MOVE "H"         TO PHR-REC-TYPE.
           MOVE SYS-TIME    TO PHR-RUN-DATE.
           MOVE WS-JOB-ID   TO PHR-JOB-ID.
           WRITE PAY-HEADER-REC.

      ******************************************************************
       PROCESS-ONE-LINE-RTN.
      *    VALIDATE THE LINE, THEN EITHER PAY IT OR SEND IT TO THE
      *    EXCEPTION FILE WITH THE FIRST REASON IT FAILED ON.
      ******************************************************************
           SET  LINE-VALID TO TRUE.
           MOVE SPACE TO EMP-NAME.
           PERFORM VALIDATE-LINE-RTN.
           IF  EXTRACT-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  LINE-REJECTED
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               PERFORM WRITE-DETAIL-RTN
           END-IF.

      ******************************************************************
       VALIDATE-LINE-RTN.
      *    THE LINE ITSELF FIRST (DIGITS WHERE DIGITS BELONG, A
      *    NON-ZERO AMOUNT, A KNOWN PAYMENT TYPE), THEN THE EMPLOYEE
      *    AND BANK ROWS, THEN -- FOR A REISSUE -- THE REGISTER.
      ******************************************************************
           IF  OFR-EMP-NO NOT NUMERIC
               MOVE "EMP NO NOT NUMERIC"     TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  OFR-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC"     TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  OFR-AMOUNT = ZERO
               MOVE "ZERO AMOUNT"            TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  OFR-PAY-TYPE NOT = "BONS" AND NOT = "BACK"
                            AND NOT = "REIS"
               MOVE "UNKNOWN PAYMENT TYPE"   TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE OFR-EMP-NO   TO EMP-NO.
           MOVE OFR-AMOUNT   TO REG-PAY-AMOUNT.
           MOVE OFR-PAY-TYPE TO REG-PAY-TYPE.
           MOVE OFR-REASON   TO REG-PAY-REASON.

      *    LEFT JOIN SO A MISSING BANK ROW COMES BACK AS A BLANK
      *    ACCOUNT RATHER THAN AS "NO SUCH EMPLOYEE".
           EXEC SQL
               SELECT E.EMP_NAME, COALESCE(E.EMP_STATUS, 'A'),
                      COALESCE(E.DEPT_CODE, ' '),
                      COALESCE(B.BANK_CODE, ' '),
                      COALESCE(B.ACCT_NO, ' '),
                      COALESCE(B.HOLDER_NAME, ' ')
                 INTO :EMP-NAME,:EMP-STATUS,:EMP-DEPT,
                      :BNK-BANK-CODE,:BNK-ACCT-NO,:BNK-HOLDER-NAME
                 FROM EMP E
                 LEFT JOIN EMP_BANK B ON B.EMP_NO = E.EMP_NO
                WHERE E.EMP_NO = :EMP-NO
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 MOVE "EMPLOYEE NOT ON FILE" TO WS-EXCEPT-REASON
                 SET  LINE-REJECTED TO TRUE
                 EXIT PARAGRAPH
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 SET  EXTRACT-FAILED TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE.

      *    ACTIVE AND ON-LEAVE EMPLOYEES MAY BE PAID OFF-CYCLE (A
      *    BONUS OR BACK PAY CAN FALL DUE DURING LEAVE); A TERMINATED
      *    ONE IS SETTLED THROUGH PAYROLL BY HAND, NOT HERE.
           IF  EMP-STATUS NOT = "A" AND NOT = "L"
               MOVE "EMPLOYEE NOT PAYABLE (STATUS)"
                                             TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  BNK-ACCT-NO = SPACE
               MOVE "NO BANK DETAILS ON FILE" TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    A BANK CHANGE STILL AWAITING ITS SECOND OPERATOR MEANS THE
      *    ACCOUNT ON FILE MAY NOT BE THE ONE TO PAY -- THE SAME
      *    CONTROL EMPPAY'S CHECK-PENDING-BANK-RTN APPLIES TO THE
      *    WHOLE RUN, APPLIED HERE TO THE ONE LINE.  A REISSUE IS
      *    OFTEN EXACTLY THE PAYMENT WAITING ON SUCH A CHANGE.
           MOVE ZERO TO PC-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PC-PENDING-COUNT
                 FROM PEND_CHG
                WHERE EMP_NO     = :EMP-NO
                  AND CHG_TYPE   = 'BANK'
                  AND CHG_STATUS = 'P'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  PC-PENDING-COUNT > ZERO
               MOVE "BANK CHANGE PENDING APPROVAL"
                                             TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  REG-PAY-TYPE = "REIS"
               PERFORM CHECK-REISSUE-RTN
           END-IF.

      ******************************************************************
       CHECK-REISSUE-RTN.
      *    A REISSUE MUST ANSWER A TRANSFER THE BUREAU FAILED FOR THIS
      *    EMPLOYEE AT THIS AMOUNT.  EACH FAILED TRANSFER, INCLUDING A
      *    FAILED REISSUE, MAY BE REISSUED ONCE: THE FAILED ROWS MUST
      *    OUTNUMBER THE REISSUES ALREADY MADE, SO THE SAME FAILURE
      *    CANNOT BE PAID TWICE FROM TWO FILES, WHILE A REISSUE THE
      *    BUREAU ALSO RETURNED -- STILL OWED -- CAN BE SENT AGAIN.
      ******************************************************************
           MOVE ZERO TO REG-FAILED-COUNT.
           MOVE ZERO TO REG-REISSUED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :REG-FAILED-COUNT
                 FROM PAY_REGISTER
                WHERE EMP_NO     = :EMP-NO
                  AND PAY_AMOUNT = :REG-PAY-AMOUNT
                  AND PAY_STATUS = 'F'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :REG-REISSUED-COUNT
                 FROM PAY_REGISTER
                WHERE EMP_NO     = :EMP-NO
                  AND PAY_AMOUNT = :REG-PAY-AMOUNT
                  AND PAY_TYPE   = 'REIS'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  REG-FAILED-COUNT = ZERO
               MOVE "NO FAILED TRANSFER TO REISSUE"
                                             TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  REG-REISSUED-COUNT NOT < REG-FAILED-COUNT
               MOVE "FAILED TRANSFER ALREADY REISSUED"
                                             TO WS-EXCEPT-REASON
               SET  LINE-REJECTED TO TRUE
           END-IF.

      ******************************************************************
       WRITE-DETAIL-RTN.
      *    ONE DETAIL, ONE REGISTER ROW AND ONE AUDIT ROW PER LINE
      *    PAID -- ALL IN THE UNIT OF WORK THAT COMMITS ONLY ONCE THE
      *    FILE HAS VERIFIED.
      ******************************************************************
           MOVE "D"             TO PDR-REC-TYPE.
           MOVE EMP-NO          TO PDR-EMP-NO.
           MOVE EMP-NAME        TO PDR-EMP-NAME.
           MOVE OFR-AMOUNT      TO PDR-PAY-AMOUNT.
           MOVE BNK-BANK-CODE   TO PDR-BANK-CODE.
           MOVE BNK-ACCT-NO     TO PDR-ACCT-NO.
           MOVE BNK-HOLDER-NAME TO PDR-HOLDER-NAME.
           WRITE PAY-DETAIL-REC.
           ADD  1               TO WS-WRITE-COUNT.
           ADD  OFR-AMOUNT      TO WS-WRITE-HASH.

           MOVE WS-WRITE-COUNT  TO REG-PAY-SEQ.
           EXEC SQL
               INSERT INTO PAY_REGISTER
                      (RUN_DATE, JOB_ID, PAY_SEQ, EMP_NO, DEPT_CODE,
                       PAY_AMOUNT, BANK_CODE, ACCT_NO, PAY_STATUS,
                       REASON_CODE, SETTLE_DATE, PAY_TYPE, PAY_REASON)
               VALUES (:SYS-TIME,:WS-JOB-ID,:REG-PAY-SEQ,:EMP-NO,
                       :EMP-DEPT,:REG-PAY-AMOUNT,:BNK-BANK-CODE,
                       :BNK-ACCT-NO,'R',' ',0,:REG-PAY-TYPE,
                       :REG-PAY-REASON)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO EMP_AUDIT VALUES
                      (:EMP-NO,:WS-OPERATOR-ID,:WS-JOB-ID,
                       :WS-AUDIT-ACTION,:SYS-TIME,:WS-CLOCK-TIME)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
           ADD  1 TO WS-EXCEPTION-COUNT.
           MOVE SPACE            TO EXCEPT-FILE-REC.
           MOVE OFR-EMP-NO       TO XCR-EMP-NO.
           MOVE EMP-NAME         TO XCR-EMP-NAME.
           IF  OFR-AMOUNT NUMERIC
               MOVE OFR-AMOUNT   TO XCR-PAY-AMOUNT
           ELSE
               MOVE ZERO         TO XCR-PAY-AMOUNT
           END-IF.
           MOVE WS-EXCEPT-REASON TO XCR-REASON.
           WRITE EXCEPT-FILE-REC.
           DISPLAY "*** " WS-EXCEPT-REASON " FOR LINE " WS-LINE-COUNT
                   " -- SENT TO EXCEPTIONS ***".

      ******************************************************************
       WRITE-TRAILER-RTN.
      ******************************************************************
           MOVE "T"            TO PTR-REC-TYPE.
           MOVE WS-WRITE-COUNT TO PTR-REC-COUNT.
           MOVE WS-WRITE-HASH  TO PTR-HASH-TOTAL.
           WRITE PAY-TRAILER-REC.

      ******************************************************************
       VERIFY-PAY-FILE-RTN.
      *    RECOMPUTE COUNT AND HASH FROM WHAT IS ACTUALLY ON DISK AND
      *    COMPARE BOTH AGAINST THE TRAILER AND AGAINST THE TOTALS
      *    ACCUMULATED WHILE WRITING -- SAME CHECK AS EMPPAY'S.
      ******************************************************************
           MOVE ZERO TO WS-READBACK-COUNT.
           MOVE ZERO TO WS-READBACK-HASH.
           MOVE "N"  TO WS-HEADER-SEEN.
           MOVE "N"  TO WS-TRAILER-SEEN.
           OPEN INPUT PAY-FILE.
           IF  WS-PAYFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT READ PAY FILE BACK: "
                       WS-ENV-PAYFILE " STATUS " WS-PAYFILE-STATUS
                       " ***"
               SET  EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PAYFILE-STATUS NOT = "00"
               READ PAY-FILE
                   AT END
                       MOVE "10" TO WS-PAYFILE-STATUS
                   NOT AT END
                       PERFORM VERIFY-ONE-REC-RTN
               END-READ
           END-PERFORM.
           CLOSE PAY-FILE.

           IF  WS-HEADER-SEEN  NOT = "Y"
            OR WS-TRAILER-SEEN NOT = "Y"
            OR WS-READBACK-COUNT NOT = WS-WRITE-COUNT
            OR WS-READBACK-HASH  NOT = WS-WRITE-HASH
            OR WS-TRAILER-COUNT  NOT = WS-WRITE-COUNT
            OR WS-TRAILER-HASH   NOT = WS-WRITE-HASH
               DISPLAY "*** PAY FILE TOTALS DO NOT MATCH WHAT WAS "
                       "WRITTEN -- WROTE " WS-WRITE-COUNT "/"
                       WS-WRITE-HASH " READ " WS-READBACK-COUNT "/"
                       WS-READBACK-HASH " TRAILER " WS-TRAILER-COUNT
                       "/" WS-TRAILER-HASH " ***"
               SET  EXTRACT-FAILED TO TRUE
           END-IF.

      ******************************************************************
       VERIFY-ONE-REC-RTN.
      ******************************************************************
           EVALUATE PHR-REC-TYPE
              WHEN  "H"
                 MOVE "Y" TO WS-HEADER-SEEN
              WHEN  "D"
                 ADD  1 TO WS-READBACK-COUNT
                 IF  PDR-PAY-AMOUNT NUMERIC
                     ADD  PDR-PAY-AMOUNT TO WS-READBACK-HASH
                 ELSE
                     DISPLAY "*** MANGLED DETAIL RECORD IN PAY "
                             "FILE ***"
                     SET  EXTRACT-FAILED TO TRUE
                 END-IF
              WHEN  "T"
                 MOVE "Y" TO WS-TRAILER-SEEN
                 MOVE PTR-REC-COUNT  TO WS-TRAILER-COUNT
                 MOVE PTR-HASH-TOTAL TO WS-TRAILER-HASH
              WHEN  OTHER
                 DISPLAY "*** UNKNOWN RECORD TYPE IN PAY FILE ***"
                 SET  EXTRACT-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
       DISCARD-PAY-FILE-RTN.
      *    AN EMPTY FILE IS AN OBVIOUS FAILURE; A PLAUSIBLE-LOOKING
      *    PARTIAL ONE WOULD GO TO THE BANK.
      ******************************************************************
           OPEN OUTPUT PAY-FILE.
           CLOSE PAY-FILE.

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
