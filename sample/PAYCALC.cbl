      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYCALC -- run after PAYSNAP and before EMPPAY: works every
      *             payable employee from gross to net, so the bureau
      *             is paid net and payroll no longer works out tax,
      *             pension and benefit deductions in a spreadsheet
      *             after the transfer has gone.  The deductions come
      *             from PAY_DEDUCT, reloaded every run from its own
      *             reference file the same way the loader reloads
      *             DEPT and SAL_BAND: statutory rows (emp no zero)
      *             apply to everyone, per-employee rows carry the
      *             standing deductions -- pension percentage, union
      *             dues and the like.  Each deduction is a percentage
      *             of gross, a flat amount, or both.  Gross, every
      *             deduction and net are stored per employee for the
      *             period (PAY_CALC / PAY_CALC_DED); EMPPAY transfers
      *             the stored net.  A control report shows gross,
      *             deductions and net by department for sign-off
      *             before release.  An employee whose deductions
      *             exceed gross is capped at a zero net, listed on
      *             the report, and the run is HELD in RUN_LOG --
      *             EMPPAY will not release over a held calculation
      *             without a recorded sign-off.  A rerun on the same
      *             business date replaces that period's figures.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYCALC.
       AUTHOR.                     TSH.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT DEDUCT-FILE      ASSIGN TO WS-ENV-DEDFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-DEDFILE-STATUS.
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

      *    DEDUCTION REFERENCE DATA -- ONE ROW PER DEDUCTION CODE PER
      *    EMPLOYEE.  EMP NO 0000 MARKS A STATUTORY DEDUCTION THAT
      *    APPLIES TO EVERY PAYABLE EMPLOYEE; ANY OTHER EMP NO IS A
      *    STANDING DEDUCTION FOR THAT EMPLOYEE ONLY.  THE AMOUNT
      *    TAKEN IS PERCENT OF GROSS PLUS THE FLAT AMOUNT -- EITHER
      *    MAY BE ZERO.
       FD  DEDUCT-FILE.
       01  DEDUCT-FILE-REC.
           03  DFR-CODE            PIC  X(04).
           03  DFR-EMP-NO          PIC 9(04).
           03  DFR-DESC            PIC  X(20).
           03  DFR-PCT             PIC 9(03)V99.
           03  DFR-AMOUNT          PIC 9(07)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-OPERATOR         PIC  X(08) VALUE SPACE.
       01  WS-ENV-JOBID            PIC  X(08) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-DEDFILE          PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-DEDFILE-STATUS       PIC  X(02).
       01  WS-REPORTFILE-STATUS    PIC  X(02).

       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

       01  WS-DED-READ-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-DED-LOADED-COUNT     PIC 9(04) VALUE ZERO.

      *    PAY_DEDUCT STAGED IN MEMORY BEFORE THE EMPLOYEE CURSOR
      *    OPENS -- EVERY EMPLOYEE IS WORKED AGAINST THE SAME SET,
      *    AND NO SECOND CURSOR HAS TO BE HELD OPEN PER EMPLOYEE.
       01  DED-TBL-MAX-ROWS        PIC 9(04) VALUE 1000.
       01  DED-TBL-COUNT           PIC 9(04) VALUE ZERO.
       01  DED-DATA-TBL.
           03  DED-TBL OCCURS 0 TO 1000 TIMES
                   DEPENDING ON DED-TBL-COUNT
                   INDEXED BY DED-IDX.
               05  DED-CODE        PIC  X(04).
               05  DED-EMP-NO      PIC 9(04).
               05  DED-PCT         PIC 9(03)V99.
               05  DED-AMOUNT      PIC 9(07)V99.
       01  WS-DED-SUB              PIC 9(04).
       01  WS-DED-OVFL-FLAG        PIC  X(01) VALUE "N".
           88  DED-STAGE-OVERFLOWED       VALUE "Y".

      *    ONE EMPLOYEE'S CALCULATION.
       01  WS-EMP-DEDUCT-TOTAL     PIC S9(09)V99 VALUE ZERO.
       01  WS-EMP-NET              PIC S9(09)V99 VALUE ZERO.

      *    CONTROL-BREAK STATE -- THE CURSOR ORDERS BY DEPT_CODE, SAME
      *    AS EMPRPT'S, SO EACH DEPARTMENT ARRIVES AS ONE RUN OF ROWS.
       01  WS-PREV-DEPT            PIC  X(04) VALUE SPACE.
       01  WS-PREV-DEPT-NAME       PIC  X(30) VALUE SPACE.
       01  WS-FIRST-ROW-FLAG       PIC  X(01) VALUE "Y".
           88  FIRST-ROW                  VALUE "Y".
       01  WS-DEPT-HEADCOUNT       PIC 9(06) VALUE ZERO.
       01  WS-DEPT-GROSS           PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-DEDUCT          PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-NET             PIC S9(11)V99 VALUE ZERO.

      *    RUN TOTALS.
       01  WS-EMP-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-CALC-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-CAPPED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-GROSS          PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEDUCT         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NET            PIC S9(11)V99 VALUE ZERO.

       01  WS-RUN-FAIL-FLAG        PIC  X(01) VALUE "N".
           88  RUN-FAILED                 VALUE "Y".
      *    SET WHEN A DML STATEMENT FAILS -- ERROR-RTN HAS ALREADY
      *    ROLLED BACK AND OVERWRITTEN SQLSTATE, SO THE OUTCOME IS
      *    CAPTURED HERE BEFORE CALLING IT.
       01  WS-DML-STATUS           PIC  X(01) VALUE "Y".
           88  DML-SUCCEEDED              VALUE "Y".
           88  DML-FAILED                 VALUE "N".

       01  WS-CURRENT-DATE-TIME    PIC  X(21).

       01  WS-HEADER-LINE-1        PIC  X(80) VALUE
           "DEPT  DEPARTMENT NAME      HEADS          GROSS     DEDUCTIO
      -    "NS            NET".
       01  WS-HEADER-LINE-2        PIC  X(80) VALUE ALL "-".

       01  WS-DEPT-LINE.
           03  DL-DEPT-CODE        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DL-DEPT-NAME        PIC  X(18).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-HEADCOUNT        PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-DEDUCT           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DL-NET              PIC ZZZ,ZZZ,ZZ9.99.

      *    ONE LINE PER EMPLOYEE WHOSE DEDUCTIONS WERE CAPPED AT
      *    GROSS -- PRINTED AS IT HAPPENS, UNDER THE DEPARTMENT.
       01  WS-CAPPED-LINE.
           03  FILLER              PIC  X(10) VALUE "  *CAPPED ".
           03  CL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(08) VALUE "  GROSS ".
           03  CL-GROSS            PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(13) VALUE "  DEDUCTIONS ".
           03  CL-DEDUCT           PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(11) VALUE "  NET ZERO".

       01  WS-COUNT-LINE.
           03  FILLER              PIC  X(11) VALUE "EMPLOYEES: ".
           03  TL-EMP-COUNT        PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(18) VALUE
                                       "   DEDUCTION ROWS:".
           03  TL-CALC-COUNT       PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(10) VALUE "   CAPPED:".
           03  TL-CAPPED-COUNT     PIC ZZZ,ZZ9.

       01  WS-OUTCOME-LINE         PIC  X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-SALARY              PIC S9(07)V99 VALUE ZERO.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
       01  DEPT-NAME               PIC  X(30) VALUE SPACE.
       01  PD-CODE                 PIC  X(04) VALUE SPACE.
       01  PD-EMP-NO               PIC S9(04) VALUE ZERO.
       01  PD-DESC                 PIC  X(20) VALUE SPACE.
       01  PD-PCT                  PIC S9(03)V99 VALUE ZERO.
       01  PD-AMOUNT               PIC S9(07)V99 VALUE ZERO.
       01  PC-PERIOD-DATE          PIC 9(08) VALUE ZERO.
       01  PC-DEDUCT-CODE          PIC  X(04) VALUE SPACE.
       01  PC-DEDUCT-AMOUNT        PIC S9(07)V99 VALUE ZERO.
       01  PC-GROSS                PIC S9(07)V99 VALUE ZERO.
       01  PC-TOTAL-DEDUCT         PIC S9(07)V99 VALUE ZERO.
       01  PC-NET                  PIC S9(07)V99 VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
      *    RUN-LOG FIELDS -- OK MEANS THE CALCULATION IS CLEAN, HELD
      *    MEANS AT LEAST ONE EMPLOYEE WAS CAPPED AND THE REPORT
      *    NEEDS SIGN-OFF BEFORE EMPPAY MAY RELEASE.
       01  RL-PROGRAM              PIC  X(08) VALUE "PAYCALC".
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
           DISPLAY "*** PAYCALC STARTED ***".

           PERFORM INIT-CONFIG-RTN.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO SYS-TIME.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO WS-CLOCK-TIME.
      *    THE PERIOD IS THE BUSINESS DATE -- THE SAME DATE EMPPAY
      *    STAMPS ON THE TRANSFER FILE HEADER AND LOOKS THE
      *    CALCULATION UP BY.
           MOVE SYS-TIME TO PC-PERIOD-DATE.

           PERFORM SETUP-RUN-LOG-RTN.
           PERFORM SETUP-CALC-TABLES-RTN.
           PERFORM LOAD-DEDUCT-TABLE-RTN.
           IF  NOT RUN-FAILED
               PERFORM STAGE-DEDUCT-RTN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN CONTROL REPORT: "
                       WS-ENV-REPORTFILE " STATUS "
                       WS-REPORTFILE-STATUS " ***"
               SET  RUN-FAILED TO TRUE
           END-IF.

           IF  NOT RUN-FAILED
               MOVE WS-HEADER-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADER-LINE-2 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CLEAR-PERIOD-RTN
           END-IF.
           IF  NOT RUN-FAILED
               PERFORM CALCULATE-ALL-RTN
           END-IF.
           IF  WS-REPORTFILE-STATUS = "00"
               PERFORM WRITE-TOTALS-RTN
               CLOSE REPORT-FILE
           END-IF.

      *    THE PERIOD'S FIGURES STAND OR FALL TOGETHER -- A PARTIAL
      *    CALCULATION WOULD LET EMPPAY PAY SOME EMPLOYEES NET AND
      *    SEND THE REST TO EXCEPTIONS WITHOUT ANYONE NOTICING WHY.
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

           EVALUATE TRUE
              WHEN  RUN-FAILED
                 DISPLAY "*** PAYCALC FAILED -- NO FIGURES STORED "
                         "FOR " PC-PERIOD-DATE " ***"
                 MOVE 8 TO RETURN-CODE
              WHEN  WS-CAPPED-COUNT > 0
                 DISPLAY "*** PAYCALC: " WS-CAPPED-COUNT
                         " EMPLOYEE(S) CAPPED AT ZERO NET -- "
                         "RELEASE HELD FOR SIGN-OFF ***"
              WHEN  OTHER
                 DISPLAY "*** PAYCALC FINISHED: " WS-EMP-COUNT
                         " EMPLOYEES, NET " WS-TOTAL-NET " ***"
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY SO THE
      *    CALCULATION ALWAYS RUNS AGAINST THE SAME DATABASE THE
      *    TRANSFER WILL.
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
           ACCEPT WS-ENV-DEDFILE
                           FROM ENVIRONMENT "PAYCALC_DEDFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "PAYCALC_REPORTFILE".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"     TO WS-ENV-PARMFILE
           END-IF.
           IF  WS-ENV-DEDFILE = SPACE
               MOVE "data/DEDUCT.DAT"  TO WS-ENV-DEDFILE
           END-IF.
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "PAYCALC.RPT"      TO WS-ENV-REPORTFILE
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
               MOVE "PAYCALC"  TO WS-ENV-OPERATOR
           END-IF.
           IF  WS-ENV-JOBID = SPACE
               MOVE "PAYCALC"  TO WS-ENV-JOBID
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
      *    OK     -- EVERY EMPLOYEE WORKED CLEAN, FIGURES STORED.
      *    HELD   -- FIGURES STORED, BUT AT LEAST ONE EMPLOYEE'S
      *              DEDUCTIONS WERE CAPPED AT GROSS; EMPPAY NEEDS A
      *              SIGN-OFF BEFORE IT WILL RELEASE.
      *    FAILED -- NOTHING STORED FOR THE PERIOD.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           MOVE WS-EMP-COUNT     TO RL-ROWS-READ.
           MOVE WS-CAPPED-COUNT  TO RL-ROWS-REJECTED.
           EVALUATE TRUE
              WHEN  RUN-FAILED
                 MOVE "FAILED"   TO RL-STATUS
                 MOVE ZERO       TO RL-ROWS-APPLIED
              WHEN  WS-CAPPED-COUNT > 0
                 MOVE "HELD"     TO RL-STATUS
                 MOVE WS-EMP-COUNT TO RL-ROWS-APPLIED
              WHEN  OTHER
                 MOVE "OK"       TO RL-STATUS
                 MOVE WS-EMP-COUNT TO RL-ROWS-APPLIED
           END-EVALUATE.
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
       SETUP-CALC-TABLES-RTN.
      *    THE DEDUCTION REFERENCE TABLE AND THE PER-PERIOD RESULTS
      *    ARE PAYROLL'S OWN -- NOT PART OF THE LOADER'S REBUILD
      *    CYCLE -- SO THEY ARE CREATED HERE ONCE AND NEVER DROPPED.
      *    PAY_CALC HOLDS ONE ROW PER EMPLOYEE PER PERIOD (GROSS,
      *    TOTAL DEDUCTIONS, NET); PAY_CALC_DED HOLDS EACH DEDUCTION
      *    TAKEN, SO THE TOTAL CAN ALWAYS BE PROVED FROM ITS PARTS.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS PAY_DEDUCT
                (
                    DEDUCT_CODE  CHAR(4) NOT NULL,
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    DEDUCT_DESC  VARCHAR(20),
                    DEDUCT_PCT   NUMERIC(5,2),
                    DEDUCT_AMT   NUMERIC(9,2),
                    CONSTRAINT IPAYDED_0 PRIMARY KEY (DEDUCT_CODE,
                                                      EMP_NO)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
                CREATE TABLE IF NOT EXISTS PAY_CALC
                (
                    PERIOD_DATE  NUMERIC(8,0) NOT NULL,
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    DEPT_CODE    CHAR(4),
                    GROSS_PAY    NUMERIC(9,2),
                    TOTAL_DEDUCT NUMERIC(9,2),
                    NET_PAY      NUMERIC(9,2),
                    JOB_ID       CHAR(8),
                    CALC_DATE    NUMERIC(8,0),
                    CALC_TIME    NUMERIC(6,0),
                    CONSTRAINT IPAYCALC_0 PRIMARY KEY (PERIOD_DATE,
                                                       EMP_NO)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
                CREATE TABLE IF NOT EXISTS PAY_CALC_DED
                (
                    PERIOD_DATE  NUMERIC(8,0) NOT NULL,
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    DEDUCT_CODE  CHAR(4) NOT NULL,
                    DEDUCT_AMT   NUMERIC(9,2),
                    CONSTRAINT IPAYCDED_0 PRIMARY KEY (PERIOD_DATE,
                                                       EMP_NO,
                                                       DEDUCT_CODE)
                )
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       LOAD-DEDUCT-TABLE-RTN.
      *    DEDUCTION REFERENCE FILE -> PAY_DEDUCT, EVERY RUN, BY
      *    UPSERT -- SAME DISCIPLINE AS THE LOADER'S DEPT AND
      *    SAL_BAND FILES, SO A REVISED RATE TAKES EFFECT ON THE NEXT
      *    CALCULATION.  A MISSING FILE ONLY MEANS THE RATES ALREADY
      *    IN THE TABLE ARE USED AS THEY STAND.
      ******************************************************************
           OPEN INPUT DEDUCT-FILE.
           IF  WS-DEDFILE-STATUS NOT = "00"
               DISPLAY "*** WARNING: CANNOT OPEN DEDUCTION FILE: "
                       WS-ENV-DEDFILE " STATUS " WS-DEDFILE-STATUS
                       " -- RATES ON FILE USED ***"
           ELSE
               PERFORM UNTIL WS-DEDFILE-STATUS NOT = "00"
                          OR RUN-FAILED
                   READ DEDUCT-FILE
                       AT END
                           MOVE "10" TO WS-DEDFILE-STATUS
                       NOT AT END
                           PERFORM INSERT-DEDUCT-RTN
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.
      *    A FAILED UPSERT HAS ALREADY ROLLED BACK THE ROWS BEFORE IT
      *    -- THE RUN STOPS RATHER THAN CALCULATE ON PARTIAL RATES.
           IF  NOT RUN-FAILED
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
           DISPLAY "DEDUCTION ROWS READ: " WS-DED-READ-COUNT
                   " LOADED: " WS-DED-LOADED-COUNT.

      ******************************************************************
       INSERT-DEDUCT-RTN.
      *    A ROW WITH NO CODE, OR WHOSE RATE OR AMOUNT IS NOT DIGITS,
      *    WOULD TAKE A GARBLED AMOUNT FROM EVERY PAYSLIP IT TOUCHES
      *    -- IT IS SKIPPED WITH A WARNING INSTEAD OF LOADED.
      ******************************************************************
           ADD  1 TO WS-DED-READ-COUNT.
           IF  DFR-CODE = SPACE
               OR DFR-EMP-NO NOT NUMERIC
               OR DFR-PCT    NOT NUMERIC
               OR DFR-AMOUNT NOT NUMERIC
               DISPLAY "*** WARNING: BAD DEDUCTION ROW " DFR-CODE
                       " " DFR-EMP-NO " SKIPPED ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE DFR-CODE        TO PD-CODE.
           MOVE DFR-EMP-NO      TO PD-EMP-NO.
           MOVE DFR-DESC        TO PD-DESC.
           MOVE DFR-PCT         TO PD-PCT.
           MOVE DFR-AMOUNT      TO PD-AMOUNT.
           EXEC SQL
               INSERT INTO PAY_DEDUCT VALUES
                      (:PD-CODE,:PD-EMP-NO,:PD-DESC,:PD-PCT,
                       :PD-AMOUNT)
               ON CONFLICT (DEDUCT_CODE, EMP_NO) DO UPDATE
                   SET DEDUCT_DESC = :PD-DESC,
                       DEDUCT_PCT  = :PD-PCT,
                       DEDUCT_AMT  = :PD-AMOUNT
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-DED-LOADED-COUNT
           END-IF.

      ******************************************************************
       STAGE-DEDUCT-RTN.
      *    THE WHOLE OF PAY_DEDUCT, IN CODE ORDER.  A TABLE LARGER
      *    THAN THE STAGE CANNOT BE WORKED CORRECTLY -- DROPPING THE
      *    OVERFLOW WOULD UNDER-DEDUCT SILENTLY -- SO IT FAILS THE
      *    RUN.
      ******************************************************************
           EXEC SQL
               DECLARE DED_CUR CURSOR FOR
                   SELECT DEDUCT_CODE, EMP_NO,
                          COALESCE(DEDUCT_PCT, 0),
                          COALESCE(DEDUCT_AMT, 0)
                     FROM PAY_DEDUCT
                    ORDER BY DEDUCT_CODE, EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN DED_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO DED-TBL-COUNT.
           MOVE "N"  TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH DED_CUR
                    INTO :PD-CODE,:PD-EMP-NO,:PD-PCT,:PD-AMOUNT
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     IF  DED-TBL-COUNT < DED-TBL-MAX-ROWS
                         ADD  1 TO DED-TBL-COUNT
                         SET  DED-IDX TO DED-TBL-COUNT
                         MOVE PD-CODE   TO DED-CODE(DED-IDX)
                         MOVE PD-EMP-NO TO DED-EMP-NO(DED-IDX)
                         MOVE PD-PCT    TO DED-PCT(DED-IDX)
                         MOVE PD-AMOUNT TO DED-AMOUNT(DED-IDX)
                     ELSE
                         SET  DED-STAGE-OVERFLOWED TO TRUE
                         SET  END-OF-CURSOR TO TRUE
                     END-IF
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE DED_CUR
           END-EXEC.

           IF  DED-STAGE-OVERFLOWED
               DISPLAY "*** MORE THAN " DED-TBL-MAX-ROWS
                       " DEDUCTION ROWS -- CALCULATION ABANDONED ***"
               SET  RUN-FAILED TO TRUE
           END-IF.
           DISPLAY "DEDUCTION ROWS IN FORCE: " DED-TBL-COUNT.

      ******************************************************************
       CLEAR-PERIOD-RTN.
      *    A RERUN ON THE SAME BUSINESS DATE REPLACES THE PERIOD'S
      *    FIGURES -- CLEARED INSIDE THE SAME UNIT OF WORK AS THE
      *    NEW ONES, SO A FAILED RERUN LEAVES THE EARLIER FIGURES
      *    EXACTLY AS THEY WERE.
      ******************************************************************
           EXEC SQL
               DELETE FROM PAY_CALC_DED
                WHERE PERIOD_DATE = :PC-PERIOD-DATE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM PAY_CALC
                WHERE PERIOD_DATE = :PC-PERIOD-DATE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
       CALCULATE-ALL-RTN.
      *    SAME PAYABLE POPULATION AS EMPPAY: ACTIVE EMPLOYEES, WITH
      *    A NULL STATUS COUNTING AS ACTIVE.  EMPLOYEES WITHOUT BANK
      *    DETAILS ARE STILL CALCULATED -- EMPPAY DECIDES WHETHER
      *    THEY CAN BE PAID, AND ITS EXCEPTION FILE SHOWS THE NET IT
      *    COULD NOT SEND.  LEFT JOIN TO DEPT SO A ROW WITH NO
      *    DEPARTMENT STILL COUNTS, UNDER A BLANK CODE.
      ******************************************************************
           EXEC SQL
               DECLARE CALC_CUR CURSOR FOR
                   SELECT E.EMP_NO, E.EMP_SALARY,
                          COALESCE(E.DEPT_CODE, ' '),
                          COALESCE(D.DEPT_NAME, '(NO DEPARTMENT)')
                     FROM EMP E
                     LEFT JOIN DEPT D ON D.DEPT_CODE = E.DEPT_CODE
                    WHERE COALESCE(E.EMP_STATUS, 'A') = 'A'
                    ORDER BY COALESCE(E.DEPT_CODE, ' '), E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CALC_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH CALC_CUR
                    INTO :EMP-NO,:EMP-SALARY,:EMP-DEPT,:DEPT-NAME
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     PERFORM CALCULATE-ONE-EMP-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CALC_CUR
           END-EXEC.

           IF  NOT FIRST-ROW
               PERFORM WRITE-DEPT-LINE-RTN
           END-IF.

      ******************************************************************
       CALCULATE-ONE-EMP-RTN.
      *    GROSS IS EMP_SALARY AS IT STANDS NOW -- THE SAME FIGURE
      *    PAYSNAP JUST SIGNED OFF.  A NEGATIVE GROSS CANNOT HAPPEN
      *    WHILE VALIDATION KEEPS NEGATIVE SALARIES OUT OF EMP; IF
      *    ONE EVER APPEARS THE RUN FAILS RATHER THAN WORKING IT.
      ******************************************************************
           IF  EMP-SALARY < ZERO
               DISPLAY "*** NEGATIVE SALARY ON EMP_NO " EMP-NO
                       " -- CALCULATION ABANDONED ***"
               SET  RUN-FAILED TO TRUE
               SET  END-OF-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF  FIRST-ROW OR EMP-DEPT NOT = WS-PREV-DEPT
               PERFORM DEPT-BREAK-RTN
           END-IF.

           ADD  1 TO WS-EMP-COUNT.
           MOVE ZERO TO WS-EMP-DEDUCT-TOTAL.
           SET  DML-SUCCEEDED TO TRUE.
           PERFORM APPLY-ONE-DEDUCT-RTN
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > DED-TBL-COUNT
                      OR DML-FAILED.
           IF  DML-FAILED
               SET  RUN-FAILED TO TRUE
               SET  END-OF-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    NET MAY NEVER GO BELOW ZERO -- THE BUREAU'S FORMAT HAS NO
      *    SIGN.  DEDUCTIONS BEYOND GROSS ARE CAPPED AT GROSS, THE
      *    EMPLOYEE IS LISTED, AND THE RUN IS HELD FOR SIGN-OFF.
           COMPUTE WS-EMP-NET = EMP-SALARY - WS-EMP-DEDUCT-TOTAL.
           IF  WS-EMP-NET < ZERO
               ADD  1 TO WS-CAPPED-COUNT
               MOVE EMP-NO              TO CL-EMP-NO
               MOVE EMP-SALARY          TO CL-GROSS
               MOVE WS-EMP-DEDUCT-TOTAL TO CL-DEDUCT
               MOVE WS-CAPPED-LINE      TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "*** DEDUCTIONS EXCEED GROSS FOR EMP_NO "
                       EMP-NO " -- CAPPED AT ZERO NET ***"
               MOVE EMP-SALARY TO WS-EMP-DEDUCT-TOTAL
               MOVE ZERO       TO WS-EMP-NET
           END-IF.

           MOVE EMP-SALARY          TO PC-GROSS.
           MOVE WS-EMP-DEDUCT-TOTAL TO PC-TOTAL-DEDUCT.
           MOVE WS-EMP-NET          TO PC-NET.
           EXEC SQL
               INSERT INTO PAY_CALC VALUES
                      (:PC-PERIOD-DATE,:EMP-NO,:EMP-DEPT,
                       :PC-GROSS,:PC-TOTAL-DEDUCT,:PC-NET,
                       :WS-JOB-ID,:SYS-TIME,:WS-CLOCK-TIME)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               SET  END-OF-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD  1                   TO WS-DEPT-HEADCOUNT.
           ADD  EMP-SALARY          TO WS-DEPT-GROSS.
           ADD  WS-EMP-DEDUCT-TOTAL TO WS-DEPT-DEDUCT.
           ADD  WS-EMP-NET          TO WS-DEPT-NET.

      ******************************************************************
       APPLY-ONE-DEDUCT-RTN.
      *    A STATUTORY ROW (EMP NO ZERO) APPLIES TO EVERYONE; ANY
      *    OTHER ROW ONLY TO ITS OWN EMPLOYEE.  A DEDUCTION THAT
      *    WORKS OUT TO NOTHING IS NOT STORED.
      ******************************************************************
           IF  DED-EMP-NO(WS-DED-SUB) NOT = ZERO
               AND DED-EMP-NO(WS-DED-SUB) NOT = EMP-NO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PC-DEDUCT-AMOUNT ROUNDED =
                   EMP-SALARY * DED-PCT(WS-DED-SUB) / 100
                   + DED-AMOUNT(WS-DED-SUB).
           IF  PC-DEDUCT-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE DED-CODE(WS-DED-SUB) TO PC-DEDUCT-CODE.
           EXEC SQL
               INSERT INTO PAY_CALC_DED VALUES
                      (:PC-PERIOD-DATE,:EMP-NO,:PC-DEDUCT-CODE,
                       :PC-DEDUCT-AMOUNT)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           ADD  1                TO WS-CALC-COUNT.
           ADD  PC-DEDUCT-AMOUNT TO WS-EMP-DEDUCT-TOTAL.

      ******************************************************************
       DEPT-BREAK-RTN.
      *    CLOSE OUT THE DEPARTMENT JUST ENDED (NOT ON THE VERY FIRST
      *    ROW -- THERE IS NOTHING TO CLOSE YET), THEN RESET THE
      *    ACCUMULATORS FOR THE NEW ONE.
      ******************************************************************
           IF  NOT FIRST-ROW
               PERFORM WRITE-DEPT-LINE-RTN
           END-IF.
           MOVE "N"       TO WS-FIRST-ROW-FLAG.
           MOVE EMP-DEPT  TO WS-PREV-DEPT.
           MOVE DEPT-NAME TO WS-PREV-DEPT-NAME.
           MOVE ZERO      TO WS-DEPT-HEADCOUNT.
           MOVE ZERO      TO WS-DEPT-GROSS.
           MOVE ZERO      TO WS-DEPT-DEDUCT.
           MOVE ZERO      TO WS-DEPT-NET.

      ******************************************************************
       WRITE-DEPT-LINE-RTN.
      ******************************************************************
           MOVE WS-PREV-DEPT      TO DL-DEPT-CODE.
           MOVE WS-PREV-DEPT-NAME TO DL-DEPT-NAME.
           MOVE WS-DEPT-HEADCOUNT TO DL-HEADCOUNT.
           MOVE WS-DEPT-GROSS     TO DL-GROSS.
           MOVE WS-DEPT-DEDUCT    TO DL-DEDUCT.
           MOVE WS-DEPT-NET       TO DL-NET.
           MOVE WS-DEPT-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD  WS-DEPT-GROSS     TO WS-TOTAL-GROSS.
           ADD  WS-DEPT-DEDUCT    TO WS-TOTAL-DEDUCT.
           ADD  WS-DEPT-NET       TO WS-TOTAL-NET.

      ******************************************************************
       WRITE-TOTALS-RTN.
      *    THE GRAND TOTAL LINE USES THE DEPARTMENT LAYOUT SO THE
      *    COLUMNS ADD UP ON THE PAGE; THE OUTCOME LINE SAYS WHETHER
      *    THE FIGURES MAY BE RELEASED.
      ******************************************************************
           MOVE WS-HEADER-LINE-2  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL"             TO DL-DEPT-CODE.
           MOVE "TOTAL"           TO DL-DEPT-NAME.
           MOVE WS-EMP-COUNT      TO DL-HEADCOUNT.
           MOVE WS-TOTAL-GROSS    TO DL-GROSS.
           MOVE WS-TOTAL-DEDUCT   TO DL-DEDUCT.
           MOVE WS-TOTAL-NET      TO DL-NET.
           MOVE WS-DEPT-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMP-COUNT      TO TL-EMP-COUNT.
           MOVE WS-CALC-COUNT     TO TL-CALC-COUNT.
           MOVE WS-CAPPED-COUNT   TO TL-CAPPED-COUNT.
           MOVE WS-COUNT-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN  RUN-FAILED
                 MOVE "OUTCOME: FAILED -- NO FIGURES STORED, DO NOT "
                      & "RELEASE" TO WS-OUTCOME-LINE
              WHEN  WS-CAPPED-COUNT > 0
                 MOVE "OUTCOME: HELD -- CAPPED EMPLOYEES NEED SIGN-"
                      & "OFF BEFORE RELEASE" TO WS-OUTCOME-LINE
              WHEN  OTHER
                 MOVE "OUTCOME: OK -- FIGURES STORED FOR RELEASE"
                                  TO WS-OUTCOME-LINE
           END-EVALUATE.
           MOVE WS-OUTCOME-LINE   TO REPORT-LINE.
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
