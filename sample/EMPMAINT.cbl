      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  EMPMAINT -- companion to INSERTTBL: applies corrections
      *              (update name/salary, set employment status,
      *              transfer to another department, or delete) to
      *              already-loaded
      *              EMP rows, through the same CONNECT/SQLCA/
      *              ERROR-RTN pattern and its own COMMIT/ROLLBACK,
      *              and logs every change to EMP_AUDIT (salary
      *              changes also to EMP_SALHIST, department moves to
      *              DEPT_HIST) so corrections go
      *              through an auditable path instead of ad-hoc SQL.
      *              One correction per invocation from the command
      *              line, or a whole transaction file in batch mode
      *              the loader's, a control report counts
      *              read/applied/rejected, and the whole batch
      *              commits or rolls back as one unit.
      *              A salary change is not applied by the operator
      *              who keys it: it is parked in PEND_CHG until a
      *              second operator lists it (PENDING) and approves
      *              it (APPROVE), which applies it through the normal
      *              update path, or rejects it (REJECT).  Requests
      *              left undecided past EMPMAINT_EXPIREDAYS expire.
      *              Name corrections, status changes, transfers and
      *              deletes still apply straight away.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           03  MTR-STATUS          PIC  X(01).
           03  FILLER              PIC  X(01).
           03  MTR-STATUS-DATE     PIC  X(08).
      *    NEW DEPARTMENT FOR THE TRANSF ACTION, WHOSE EFFECTIVE DATE
      *    RIDES IN MTR-STATUS-DATE -- APPENDED AT THE END FOR THE
      *    SAME REASON AS THE STATUS FIELDS; OTHER ACTIONS LEAVE IT
      *    BLANK.
           03  FILLER              PIC  X(01).
           03  MTR-NEW-DEPT        PIC  X(04).

      *    SAME SHAPE AS THE LOADER'S REJECT FILE -- TRANSACTION,
      *    REASON, RUN DATE -- SO THE WEEKLY CORRECTIONS THAT BOUNCE
           03  MRR-STATUS          PIC  X(01).
           03  FILLER              PIC  X(01).
           03  MRR-STATUS-DATE     PIC  X(08).
           03  FILLER              PIC  X(01).
           03  MRR-NEW-DEPT        PIC  X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC  X(80).
       01  WS-ENV-TRANFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REJECTFILE       PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
       01  WS-ENV-EXPIREDAYS       PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-TRANFILE-STATUS      PIC  X(02).
       01  WS-REJECTFILE-STATUS    PIC  X(02).
      *      EMPMAINT UPDATE  0046 SATO_TARO         500
      *      EMPMAINT STATUS  0046 L 20260101
      *      EMPMAINT DELETE  0046
      *      EMPMAINT TRANSFER 0046 D200 20260401
      *      EMPMAINT PENDING
      *      EMPMAINT APPROVE 0046
      *      EMPMAINT REJECT  0046
      *    FOR THE STATUS ACTION THE THIRD TOKEN IS THE STATUS CODE
      *    (A/L/T) AND THE FOURTH THE EFFECTIVE DATE (YYYYMMDD,
      *    BLANK = TODAY) -- SAME TOKEN SLOTS, DIFFERENT MEANING.
      *    TRANSFER USES THEM THE SAME WAY FOR THE NEW DEPARTMENT
      *    CODE AND ITS EFFECTIVE DATE.
       01  WS-COMMAND-LINE         PIC  X(80) VALUE SPACE.
       01  WS-ARG-ACTION           PIC  X(08) VALUE SPACE.
       01  WS-ARG-EMPNO            PIC  X(08) VALUE SPACE.
           88  ACTION-UPDATE              VALUE "U".
           88  ACTION-STATUS              VALUE "S".
           88  ACTION-DELETE              VALUE "D".
           88  ACTION-TRANSFER            VALUE "T".
           88  ACTION-BATCH               VALUE "B".
           88  ACTION-PENDING             VALUE "P".
           88  ACTION-APPROVE             VALUE "A".
           88  ACTION-REJECT              VALUE "R".
           88  ACTION-INVALID             VALUE "?".

      *    PER-TRANSACTION ACTION INSIDE A BATCH -- THE COMMAND-LINE
           88  TRAN-UPDATE                VALUE "U".
           88  TRAN-STATUS                VALUE "S".
           88  TRAN-DELETE                VALUE "D".
           88  TRAN-TRANSFER              VALUE "T".
           88  TRAN-INVALID               VALUE "?".

      *    RAW STATUS-DATE ARGUMENT -- CHARACTERS UNTIL
      *    VALIDATE-STATUS-RTN HAS PROVED IT NUMERIC.  A TRANSFER'S
      *    EFFECTIVE DATE ARRIVES IN THE SAME PLACE AND IS PROVED BY
      *    VALIDATE-TRANSFER-RTN.
       01  WS-RAW-STATUS-DATE      PIC  X(08) VALUE SPACE.
      *    RAW NEW-DEPARTMENT TOKEN -- WIDER THAN A DEPT CODE SO AN
      *    OVER-LONG CODE IS REJECTED RATHER THAN QUIETLY TRUNCATED.
       01  WS-RAW-NEW-DEPT         PIC  X(08) VALUE SPACE.

      *    BATCH CONTROL COUNTS AND THE ONE-UNIT COMMIT DECISION --
      *    A VALIDATION REJECT ONLY SKIPS ITS OWN TRANSACTION, BUT A
       01  WS-TRAN-APPLIED-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-TRAN-REJECTED-COUNT  PIC 9(04) VALUE ZERO.
       01  WS-TRAN-SKIPPED-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-TRAN-PENDING-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-BATCH-SQL-STATUS     PIC  X(01) VALUE "N".
           88  BATCH-SQL-FAILED           VALUE "Y".

           03  RT-REJECTED         PIC  ZZZ9.
           03  FILLER              PIC  X(11) VALUE "  SKIPPED: ".
           03  RT-SKIPPED          PIC  ZZZ9.
           03  FILLER              PIC  X(11) VALUE "  PENDING: ".
           03  RT-PENDING          PIC  ZZZ9.

       01  WS-RPT-OUTCOME-LINE     PIC  X(80) VALUE SPACE.

       01  WS-ROW-EXISTS-STATUS    PIC  X(01) VALUE "N".
           88  PRIOR-ROW-EXISTS           VALUE "Y".

      *    WHETHER THE UPDATE JUST PROCESSED WAS PARKED IN PEND_CHG
      *    FOR A SECOND OPERATOR RATHER THAN APPLIED (SEE
      *    REQUEST-UPDATE-RTN).
       01  WS-PENDING-STATUS       PIC  X(01) VALUE "N".
           88  CHANGE-PENDING             VALUE "Y".

      *    DAYS A SALARY CHANGE MAY WAIT FOR ITS SECOND OPERATOR
      *    BEFORE EXPIRE-PENDING-RTN DROPS IT (EMPMAINT_EXPIREDAYS).
       01  WS-EXPIRE-DAYS          PIC 9(03) VALUE 7.
       01  WS-EXPIRE-LEN           PIC 9(02) VALUE ZERO.
       01  WS-PENDING-LISTED       PIC 9(04) VALUE ZERO.
       01  WS-PENDING-CURSOR       PIC  X(01) VALUE "N".
           88  END-OF-PENDING             VALUE "Y".

      *    ONE PENDING SALARY CHANGE, BEFORE AND AFTER -- THE PENDING
      *    LIST AND THE APPROVE/REJECT CONFIRMATION SHARE IT.
       01  WS-PND-HEADER-LINE      PIC  X(80) VALUE
           "EMP   NAME                        BEFORE         AFTER  REQU
      -    "ESTED BY / ON".
       01  WS-PND-DETAIL-LINE.
           03  PL-EMP-NO           PIC  ZZZ9.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-EMP-NAME         PIC  X(20).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-OLD-SALARY       PIC  Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-NEW-SALARY       PIC  Z,ZZZ,ZZ9.99.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-REQ-OPERATOR     PIC  X(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  PL-REQ-DATE         PIC  9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  OLD-EMP-NAME            PIC  X(40) VALUE SPACE.
       01  OLD-EMP-SALARY          PIC S9(07)V99 VALUE ZERO.
       01  OLD-EMP-DEPT            PIC  X(04) VALUE SPACE.
      *    DEPARTMENT WHOSE BAND VALIDATE-BAND-RTN CHECKS -- THE
      *    ROW'S OWN FOR AN UPDATE, THE DESTINATION FOR A TRANSFER.
       01  BAND-DEPT-CODE          PIC  X(04) VALUE SPACE.
       01  BAND-MIN-SALARY         PIC S9(07)V99 VALUE ZERO.
       01  BAND-MAX-SALARY         PIC S9(07)V99 VALUE ZERO.
      *    TRANSFER DESTINATION AND EFFECTIVE DATE (SEE
      *    VALIDATE-TRANSFER-RTN), AND THE DEPT LOOKUP THAT PROVES
      *    THE DESTINATION EXISTS.
       01  NEW-EMP-DEPT            PIC  X(04) VALUE SPACE.
       01  XFER-EFF-DATE           PIC 9(08) VALUE ZERO.
       01  XFER-DEPT-COUNT         PIC 9(04) VALUE ZERO.
      *    PEND_CHG ROW FOR A SALARY CHANGE AWAITING ITS SECOND
      *    OPERATOR -- THE SALARY BEFORE AND AFTER, WHO ASKED AND
      *    WHEN, AND THE DECISION WRITTEN BACK (A/R/E).
       01  PC-EMP-NO               PIC S9(04) VALUE ZERO.
       01  PC-EMP-NAME             PIC  X(40) VALUE SPACE.
       01  PC-STATUS               PIC  X(01) VALUE SPACE.
       01  PC-OLD-SALARY           PIC S9(07)V99 VALUE ZERO.
       01  PC-NEW-SALARY           PIC S9(07)V99 VALUE ZERO.
       01  PC-REQ-OPERATOR         PIC  X(08) VALUE SPACE.
       01  PC-REQ-JOB-ID           PIC  X(08) VALUE SPACE.
       01  PC-REQ-DATE             PIC 9(08) VALUE ZERO.
       01  PC-REQ-TIME             PIC 9(06) VALUE ZERO.
       01  PC-FOUND-COUNT          PIC 9(04) VALUE ZERO.
       01  PC-EXPIRE-DATE          PIC 9(08) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
               DISPLAY "*** USAGE: EMPMAINT UPDATE emp-no name salary"
               DISPLAY "***     or EMPMAINT STATUS emp-no code [date]"
               DISPLAY "***     or EMPMAINT DELETE emp-no"
               DISPLAY "***     or EMPMAINT TRANSFER emp-no dept "
                       "[date]"
               DISPLAY "***     or EMPMAINT BATCH   (reads the "
                       "transaction file)"
               DISPLAY "***     or EMPMAINT PENDING (lists salary "
                       "changes awaiting approval)"
               DISPLAY "***     or EMPMAINT APPROVE emp-no"
               DISPLAY "***     or EMPMAINT REJECT  emp-no"
               STOP RUN
           END-IF.

      *    CORRECTION RUN IS VISIBLE IN THE SAME PLACE AS THE LOADS
      *    IT CORRECTS.
           PERFORM SETUP-RUN-LOG-RTN.
           PERFORM SETUP-DEPTHIST-RTN.
           PERFORM SETUP-PENDCHG-RTN.
           PERFORM EXPIRE-PENDING-RTN.

           IF  ACTION-BATCH
               PERFORM PROCESS-BATCH-RTN
           END-IF.
           IF  ACTION-PENDING
               PERFORM LIST-PENDING-RTN
           END-IF.
           IF  NOT ACTION-BATCH AND NOT ACTION-PENDING
               EVALUATE TRUE
                  WHEN  ACTION-UPDATE
                     PERFORM VALIDATE-UPDATE-RTN
                     IF  VALIDATION-PASSED
                         PERFORM REQUEST-UPDATE-RTN
                     END-IF
                  WHEN  ACTION-STATUS
                     PERFORM VALIDATE-STATUS-RTN
                     IF  VALIDATION-PASSED
                         PERFORM APPLY-STATUS-RTN
                     END-IF
                  WHEN  ACTION-TRANSFER
                     PERFORM VALIDATE-TRANSFER-RTN
                     IF  VALIDATION-PASSED
                         PERFORM APPLY-TRANSFER-RTN
                     END-IF
                  WHEN  ACTION-APPROVE
                     PERFORM APPROVE-SALARY-RTN
                  WHEN  ACTION-REJECT
                     PERFORM REJECT-SALARY-RTN
                  WHEN  OTHER
                     PERFORM APPLY-DELETE-RTN
               END-EVALUATE
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** EMPMAINT COMMITTED " WS-ROWS-AFFECTED
                           " ROW(S) ***"
                   IF  CHANGE-PENDING
                       DISPLAY "*** SALARY CHANGE FOR EMP_NO "
                               WS-ARG-EMPNO(1:WS-ARG-EMPNO-LEN)
                               " AWAITS APPROVAL BY A SECOND "
                               "OPERATOR (EMPMAINT APPROVE) ***"
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "*** EMPMAINT ROLLED BACK -- NO ROWS "
                           FROM ENVIRONMENT "EMPMAINT_REJECTFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "EMPMAINT_REPORTFILE".
           ACCEPT WS-ENV-EXPIREDAYS
                           FROM ENVIRONMENT "EMPMAINT_EXPIREDAYS".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "EMPMAINT.RPT"  TO WS-ENV-REPORTFILE
           END-IF.
      *    A BAD EXPIRY SETTING FALLS BACK TO THE DEFAULT WEEK RATHER
      *    THAN LEAVING REQUESTS PENDING FOREVER.
           IF  WS-ENV-EXPIREDAYS NOT = SPACE
               MOVE ZERO TO WS-EXPIRE-LEN
               PERFORM VARYING WS-TRIM-IDX FROM 8 BY -1
                       UNTIL WS-TRIM-IDX < 1
                   IF  WS-ENV-EXPIREDAYS(WS-TRIM-IDX:1) NOT = SPACE
                       MOVE WS-TRIM-IDX TO WS-EXPIRE-LEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF  WS-EXPIRE-LEN > 0 AND WS-EXPIRE-LEN < 4
                   AND WS-ENV-EXPIREDAYS(1:WS-EXPIRE-LEN) NUMERIC
                   MOVE WS-ENV-EXPIREDAYS(1:WS-EXPIRE-LEN)
                                        TO WS-EXPIRE-DAYS
               ELSE
                   DISPLAY "*** WARNING: BAD EMPMAINT_EXPIREDAYS "
                           "IGNORED: " WS-ENV-EXPIREDAYS " ***"
               END-IF
           END-IF.

      *    ANY ONE FIELD LEFT BLANK BY THE ENVIRONMENT IS ENOUGH REASON
      *    TO CONSULT THE PARAMETER FILE -- OTHERWISE SETTING ONLY
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       SETUP-DEPTHIST-RTN.
      *    DEPT_HIST KEEPS EVERY DEPARTMENT MOVE -- THE OLD CODE IS
      *    OTHERWISE GONE THE MOMENT THE TRANSFER OVERWRITES IT.
      *    SAME DEFINITION AS INSERTTBL'S, CREATED HERE TOO SO THE
      *    FIRST TRANSFER AGAINST AN OLDER DATABASE HAS SOMEWHERE TO
      *    LAND; COMMITTED ON ITS OWN LIKE THE RUN-LOG START ROW.
      ******************************************************************
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
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       SETUP-PENDCHG-RTN.
      *    PEND_CHG HOLDS EVERY SALARY AND BANK-ACCOUNT CHANGE THAT
      *    NEEDS A SECOND OPERATOR -- ONE ROW PER REQUEST, CHG_TYPE
      *    'SAL' (HERE) OR 'BANK' (BNKMAINT).  CHG_STATUS IS P WHILE
      *    IT WAITS, THEN A (APPROVED AND APPLIED), R (REJECTED) OR E
      *    (EXPIRED); DECIDED ROWS ARE KEPT AS THE RECORD OF WHO
      *    ASKED AND WHO DECIDED.  SAME DEFINITION AS BNKMAINT'S AND
      *    INSERTTBL'S; COMMITTED ON ITS OWN LIKE DEPT_HIST.
      ******************************************************************
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

      ******************************************************************
       EXPIRE-PENDING-RTN.
      *    A SALARY CHANGE NOBODY HAS DECIDED WITHIN WS-EXPIRE-DAYS
      *    IS DROPPED -- NEVER APPLIED -- AND EACH ONE IS LOGGED TO
      *    EMP_AUDIT ('CHGEXP') AND THE JOB LOG.  RUN AT EVERY
      *    START SO THE PENDING LIST NEVER SHOWS A STALE REQUEST AND
      *    A STALE ONE NEVER BLOCKS A FRESH ONE; COMMITTED ON ITS
      *    OWN, WHATEVER THE RUN'S OWN WORK DOES AFTERWARDS.
      ******************************************************************
           COMPUTE PC-EXPIRE-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(SYS-TIME)
                        - WS-EXPIRE-DAYS).

           EXEC SQL
               DECLARE EXP_CUR CURSOR FOR
                   SELECT EMP_NO, OLD_SALARY, NEW_SALARY,
                          REQ_OPERATOR, REQ_DATE
                     FROM PEND_CHG
                    WHERE CHG_TYPE   = 'SAL'
                      AND CHG_STATUS = 'P'
                      AND REQ_DATE   < :PC-EXPIRE-DATE
                    ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN EXP_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "N" TO WS-PENDING-CURSOR.
           PERFORM UNTIL END-OF-PENDING
               EXEC SQL
                   FETCH EXP_CUR INTO :PC-EMP-NO,:PC-OLD-SALARY,
                        :PC-NEW-SALARY,:PC-REQ-OPERATOR,:PC-REQ-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-PENDING TO TRUE
                  WHEN  ZERO
                     MOVE PC-EMP-NO      TO PL-EMP-NO
                     DISPLAY "*** EXPIRED UNAPPROVED SALARY CHANGE "
                             "EMP_NO " PL-EMP-NO " REQUESTED "
                             PC-REQ-DATE " BY " PC-REQ-OPERATOR
                             " -- DROPPED ***"
                     EXEC SQL
                         INSERT INTO EMP_AUDIT VALUES
                                (:PC-EMP-NO,:WS-OPERATOR-ID,:WS-JOB-ID,
                                 'CHGEXP',:SYS-TIME,:WS-CLOCK-TIME)
                     END-EXEC
                     IF  SQLSTATE NOT = ZERO
                         PERFORM ERROR-RTN
                         STOP RUN
                     END-IF
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     STOP RUN
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE EXP_CUR
           END-EXEC.

           EXEC SQL
               UPDATE PEND_CHG
                  SET CHG_STATUS   = 'E',
                      DEC_OPERATOR = :WS-OPERATOR-ID,
                      DEC_JOB_ID   = :WS-JOB-ID,
                      DEC_DATE     = :SYS-TIME,
                      DEC_TIME     = :WS-CLOCK-TIME
                WHERE CHG_TYPE   = 'SAL'
                  AND CHG_STATUS = 'P'
                  AND REQ_DATE   < :PC-EXPIRE-DATE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-RUNLOG-END-RTN.
      *    KEYED BACK TO THIS RUN'S OWN START ROW BY PROGRAM, JOB AND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO RL-END-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO RL-END-TIME.
           EVALUATE TRUE
              WHEN  ACTION-BATCH
                 MOVE WS-TRAN-READ-COUNT     TO RL-ROWS-READ
      *          A PARKED REQUEST IS A ROW THE BATCH DID WRITE AND
      *          COMMIT, SO IT COUNTS AS APPLIED HERE.
                 COMPUTE RL-ROWS-APPLIED = WS-TRAN-APPLIED-COUNT
                                         + WS-TRAN-PENDING-COUNT
                 MOVE WS-TRAN-REJECTED-COUNT TO RL-ROWS-REJECTED
                 IF  BATCH-SQL-FAILED
                     MOVE "FAILED"   TO RL-STATUS
                 ELSE
                     MOVE "OK"       TO RL-STATUS
                 END-IF
              WHEN  ACTION-PENDING
      *          THE LIST CHANGES NOTHING -- ROWS READ IS HOW MANY
      *          REQUESTS IT SHOWED.
                 MOVE WS-PENDING-LISTED TO RL-ROWS-READ
                 MOVE ZERO TO RL-ROWS-APPLIED
                 MOVE ZERO TO RL-ROWS-REJECTED
                 MOVE "OK"       TO RL-STATUS
              WHEN  OTHER
                 MOVE 1 TO RL-ROWS-READ
                 MOVE ZERO TO RL-ROWS-APPLIED
                 MOVE ZERO TO RL-ROWS-REJECTED
      *          SAME GATE AS MAIN-RTN'S COMMIT DECISION -- ROWS A
      *          FAILED AUDIT/HISTORY INSERT ROLLED BACK MUST NOT
      *          REACH RUN_LOG AS APPLIED.
                 IF  VALIDATION-PASSED AND DML-SUCCEEDED
                     AND WS-ROWS-AFFECTED > 0
                     MOVE WS-ROWS-AFFECTED TO RL-ROWS-APPLIED
                     MOVE "OK"       TO RL-STATUS
                 ELSE
                     MOVE 1          TO RL-ROWS-REJECTED
                     MOVE "FAILED"   TO RL-STATUS
                 END-IF
           END-EVALUATE.
           EXEC SQL
               UPDATE RUN_LOG
                  SET END_DATE      = :RL-END-DATE,
      ******************************************************************
       PARSE-ARGS-RTN.
      *    EMPMAINT UPDATE emp-no new-name new-salary
      *    EMPMAINT STATUS emp-no code [date]
      *    EMPMAINT TRANSFER emp-no new-dept [date]
      *    EMPMAINT DELETE emp-no
      *    EMPMAINT PENDING
      *    EMPMAINT APPROVE emp-no
      *    EMPMAINT REJECT emp-no
      ******************************************************************
           SET  ACTION-INVALID TO TRUE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
               SET  ACTION-BATCH TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *    NEITHER DOES THE PENDING LIST.
           IF  WS-ARG-ACTION = "PENDING"
               SET  ACTION-PENDING TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  WS-ARG-EMPNO-LEN = 0
               MOVE "MISSING EMP-NO" TO WS-REJECT-REASON
                 MOVE WS-ARG-SALARY      TO WS-RAW-STATUS-DATE
              WHEN  "DELETE"
                 SET  ACTION-DELETE TO TRUE
              WHEN  "TRANSFER"
      *          SAME TOKEN SLOTS AGAIN: NEW DEPARTMENT, THEN ITS
      *          EFFECTIVE DATE.
                 SET  ACTION-TRANSFER TO TRUE
                 MOVE WS-ARG-NAME        TO WS-RAW-NEW-DEPT
                 MOVE WS-ARG-SALARY      TO WS-RAW-STATUS-DATE
              WHEN  "APPROVE"
                 SET  ACTION-APPROVE TO TRUE
              WHEN  "REJECT"
                 SET  ACTION-REJECT TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    WERE NEVER APPLIED -- BUT A GENUINE SQL FAILURE MEANS THE
      *    DATABASE CAN NO LONGER BE TRUSTED TO HOLD EXACTLY THE
      *    GOOD TRANSACTIONS, SO THE WHOLE BATCH ROLLS BACK AND THE
      *    CORRECTIONS LIST GOES OUT WHOLE OR NOT AT ALL.  SALARY
      *    CHANGES ARE PARKED FOR APPROVAL EXACTLY AS ON THE COMMAND
      *    LINE AND COUNTED AS PENDING; APPROVAL ITSELF IS NEVER A
      *    BATCH TRANSACTION -- IT TAKES A SECOND OPERATOR AT
      *    APPROVE.
      ******************************************************************
           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
      *        NOTHING SURVIVED THE ROLLBACK, SO NOTHING MAY BE
      *        REPORTED -- OR CARRIED TO RUN_LOG -- AS APPLIED.
               MOVE ZERO TO WS-TRAN-APPLIED-COUNT
               MOVE ZERO TO WS-TRAN-PENDING-COUNT
               MOVE "*** BATCH ROLLED BACK -- NOTHING APPLIED ***"
                                         TO WS-RPT-OUTCOME-LINE
               DISPLAY "*** EMPMAINT BATCH ROLLED BACK -- "
               DISPLAY "*** EMPMAINT BATCH COMMITTED: READ "
                       WS-TRAN-READ-COUNT " APPLIED "
                       WS-TRAN-APPLIED-COUNT " REJECTED "
                       WS-TRAN-REJECTED-COUNT " PENDING "
                       WS-TRAN-PENDING-COUNT " ***"
           END-IF.

           MOVE WS-RPT-HEADER-LINE-2 TO REPORT-LINE.
           MOVE WS-TRAN-APPLIED-COUNT  TO RT-APPLIED.
           MOVE WS-TRAN-REJECTED-COUNT TO RT-REJECTED.
           MOVE WS-TRAN-SKIPPED-COUNT  TO RT-SKIPPED.
           MOVE WS-TRAN-PENDING-COUNT  TO RT-PENDING.
           MOVE WS-RPT-TOTAL-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-OUTCOME-LINE    TO REPORT-LINE.
       PROCESS-ONE-TRAN-RTN.
      *    EACH RECORD IS REBUILT INTO THE SAME WS-ARG FIELDS THE
      *    COMMAND LINE WOULD HAVE FILLED, THEN RUN THROUGH THE SAME
      *    VALIDATE-UPDATE-RTN / REQUEST / APPLY PARAGRAPHS -- BATCH
      *    MODE MUST NOT BE ABLE TO APPLY ANYTHING A SINGLE RUN WOULD
      *    REFUSE, NOR SKIP THE SECOND OPERATOR A SINGLE RUN NEEDS.
      ******************************************************************
           ADD  1 TO WS-TRAN-READ-COUNT.

           SET  DML-SUCCEEDED     TO TRUE.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE ZERO  TO WS-ROWS-AFFECTED.
           MOVE "N"   TO WS-PENDING-STATUS.
           MOVE SPACE TO EMP-NAME.
           MOVE ZERO  TO EMP-SALARY.
           MOVE SPACE TO EMP-STATUS.
           MOVE SPACE TO WS-RAW-STATUS-DATE.
           MOVE SPACE TO WS-RAW-NEW-DEPT.

      *    THE FILE'S ACTION COLUMN IS SIX WIDE, SO A TRANSFER IS
      *    KEYED "TRANSF" THERE.
           EVALUATE MTR-ACTION
              WHEN  "UPDATE"
                 SET  TRAN-UPDATE TO TRUE
                 SET  TRAN-STATUS TO TRUE
              WHEN  "DELETE"
                 SET  TRAN-DELETE TO TRUE
              WHEN  "TRANSF"
                 SET  TRAN-TRANSFER TO TRUE
              WHEN  OTHER
                 SET  TRAN-INVALID TO TRUE
                 SET  VALIDATION-FAILED TO TRUE
           IF  VALIDATION-PASSED AND TRAN-STATUS
               PERFORM VALIDATE-STATUS-RTN
           END-IF.
           IF  VALIDATION-PASSED AND TRAN-TRANSFER
               PERFORM VALIDATE-TRANSFER-RTN
           END-IF.

           IF  VALIDATION-PASSED
               EVALUATE TRUE
                  WHEN  TRAN-UPDATE
                     PERFORM REQUEST-UPDATE-RTN
                  WHEN  TRAN-STATUS
                     PERFORM APPLY-STATUS-RTN
                  WHEN  TRAN-TRANSFER
                     PERFORM APPLY-TRANSFER-RTN
                  WHEN  OTHER
                     PERFORM APPLY-DELETE-RTN
               END-EVALUATE
      *    REPORTS NOTHING APPLIED.
           IF  VALIDATION-PASSED AND DML-SUCCEEDED
               AND WS-ROWS-AFFECTED > 0
               IF  CHANGE-PENDING
                   ADD  1 TO WS-TRAN-PENDING-COUNT
                   MOVE "PENDING"  TO RD-STATUS
                   MOVE "AWAITS SECOND OPERATOR" TO RD-REASON
               ELSE
                   ADD  1 TO WS-TRAN-APPLIED-COUNT
                   MOVE "APPLIED"  TO RD-STATUS
                   MOVE SPACE      TO RD-REASON
               END-IF
           ELSE
               ADD  1 TO WS-TRAN-REJECTED-COUNT
               MOVE "REJECTED" TO RD-STATUS
               MOVE MTR-STATUS-DATE TO WS-RAW-STATUS-DATE
           END-IF.

           IF  TRAN-TRANSFER
               MOVE MTR-NEW-DEPT    TO WS-RAW-NEW-DEPT
               MOVE MTR-STATUS-DATE TO WS-RAW-STATUS-DATE
           END-IF.

      ******************************************************************
       WRITE-TRAN-REJECT-RTN.
      ******************************************************************
           MOVE SYS-TIME         TO MRR-LOAD-DATE.
           MOVE MTR-STATUS       TO MRR-STATUS.
           MOVE MTR-STATUS-DATE  TO MRR-STATUS-DATE.
           MOVE MTR-NEW-DEPT     TO MRR-NEW-DEPT.
           OPEN EXTEND MREJECT-FILE.
           IF  WS-REJECTFILE-STATUS NOT = "00"
               OPEN OUTPUT MREJECT-FILE
               END-IF
           END-IF.

      ******************************************************************
       VALIDATE-TRANSFER-RTN.
      *    THE DESTINATION MUST BE A REAL DEPT ROW -- A TRANSFER INTO
      *    A MISTYPED CODE WOULD DROP THE EMPLOYEE OUT OF EVERY
      *    DEPARTMENT'S TOTALS.  A BLANK DATE MEANS EFFECTIVE TODAY,
      *    AS FOR A STATUS CHANGE.  THE SALARY IS CHECKED AGAINST
      *    THE NEW BAND LATER, ONCE APPLY-TRANSFER-RTN HAS READ IT.
      ******************************************************************
           SET  VALIDATION-PASSED TO TRUE.
           MOVE SPACE TO WS-REJECT-REASON.

           IF  WS-RAW-NEW-DEPT = SPACE
               SET  VALIDATION-FAILED TO TRUE
               MOVE "MISSING DEPARTMENT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  WS-RAW-NEW-DEPT(5:4) NOT = SPACE
               SET  VALIDATION-FAILED TO TRUE
               MOVE "INVALID DEPARTMENT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RAW-NEW-DEPT(1:4) TO NEW-EMP-DEPT.

           IF  WS-RAW-STATUS-DATE = SPACE
               MOVE SYS-TIME TO XFER-EFF-DATE
           ELSE
               IF  WS-RAW-STATUS-DATE NUMERIC
                   MOVE WS-RAW-STATUS-DATE TO XFER-EFF-DATE
               ELSE
                   SET  VALIDATION-FAILED TO TRUE
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZERO TO XFER-DEPT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :XFER-DEPT-COUNT
                 FROM DEPT
                WHERE DEPT_CODE = :NEW-EMP-DEPT
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  XFER-DEPT-COUNT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               MOVE "UNKNOWN DEPARTMENT" TO WS-REJECT-REASON
           END-IF.

      ******************************************************************
       APPLY-TRANSFER-RTN.
      *    THE PRIOR ROW SUPPLIES THE OLD DEPARTMENT FOR DEPT_HIST
      *    AND THE SALARY TO RE-CHECK -- PAY DOES NOT CHANGE WITH A
      *    TRANSFER, SO IT MUST ALREADY SIT INSIDE THE NEW
      *    DEPARTMENT'S BAND, OR THE MOVE IS REJECTED UNTIL AN
      *    UPDATE BRINGS IT IN.  SAME SQLERRD(3) CHECK AS
      *    APPLY-UPDATE-RTN, SAME AUDIT; THE HISTORY ROW IS WRITTEN
      *    IN THE SAME TRANSACTION AS THE MOVE IT RECORDS.
      ******************************************************************
           PERFORM CAPTURE-PRIOR-ROW-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  NOT PRIOR-ROW-EXISTS
               SET  VALIDATION-FAILED TO TRUE
               MOVE "EMP-NO NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  OLD-EMP-DEPT = NEW-EMP-DEPT
               SET  VALIDATION-FAILED TO TRUE
               MOVE "ALREADY IN DEPARTMENT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE OLD-EMP-SALARY TO EMP-SALARY.
           MOVE NEW-EMP-DEPT   TO BAND-DEPT-CODE.
           PERFORM VALIDATE-BAND-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  VALIDATION-FAILED
               MOVE "SALARY OUT OF NEW DEPT BAND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE EMP
                  SET DEPT_CODE = :NEW-EMP-DEPT
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
           ELSE
               IF  SQLERRD(3) > 0
                   MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
                   MOVE "TRANSFER" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RTN
                   IF  DML-SUCCEEDED
                       PERFORM WRITE-DEPTHIST-RTN
                   END-IF
               ELSE
                   SET  VALIDATION-FAILED TO TRUE
                   MOVE "EMP-NO NOT FOUND" TO WS-REJECT-REASON
               END-IF
           END-IF.

      ******************************************************************
       WRITE-DEPTHIST-RTN.
      *    SAME DISCIPLINE AS WRITE-SALHIST-RTN: INSIDE THE MOVE'S
      *    OWN TRANSACTION, SO THE PAIR COMMITS OR ROLLS BACK
      *    TOGETHER.
      ******************************************************************
           EXEC SQL
               INSERT INTO DEPT_HIST VALUES
                      (:EMP-NO,:OLD-EMP-DEPT,:NEW-EMP-DEPT,
                       :XFER-EFF-DATE,
                       :SYS-TIME,:WS-CLOCK-TIME,
                       :WS-OPERATOR-ID,:WS-JOB-ID)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
           END-IF.

      ******************************************************************
       VALIDATE-NAME-RTN.
      *    SAME BOUNDARY-SAFE DBCS CHECK AS INSERTTBL'S
               END-IF
           END-IF.

      ******************************************************************
       REQUEST-UPDATE-RTN.
      *    A SALARY CHANGE IS NEVER APPLIED BY THE OPERATOR WHO KEYS
      *    IT -- IT IS PARKED IN PEND_CHG, BEFORE AND AFTER, UNTIL A
      *    SECOND OPERATOR APPROVES IT (APPROVE-SALARY-RTN).  THE
      *    BAND IS CHECKED NOW AS WELL AS AT APPROVAL, SO A REQUEST
      *    THAT COULD NEVER BE APPLIED IS REFUSED WHILE THE OPERATOR
      *    WHO KEYED IT IS STILL THERE.  AN UPDATE THAT LEAVES THE
      *    SALARY ALONE IS A NAME CORRECTION AND APPLIES AT ONCE; A
      *    NAME CORRECTION KEYED ALONGSIDE A SALARY CHANGE APPLIES AT
      *    ONCE TOO, AT THE SALARY THE ROW ALREADY HOLDS.
      ******************************************************************
           PERFORM CAPTURE-PRIOR-ROW-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  NOT PRIOR-ROW-EXISTS
               SET  VALIDATION-FAILED TO TRUE
               MOVE "EMP-NO NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  OLD-EMP-SALARY = EMP-SALARY
               PERFORM APPLY-UPDATE-RTN
               EXIT PARAGRAPH
           END-IF.

           MOVE OLD-EMP-DEPT TO BAND-DEPT-CODE.
           PERFORM VALIDATE-BAND-RTN.
           IF  VALIDATION-FAILED OR DML-FAILED
               EXIT PARAGRAPH
           END-IF.

      *    ONE REQUEST AT A TIME PER EMPLOYEE -- A SECOND ONE WOULD
      *    LEAVE THE APPROVER GUESSING WHICH SALARY WAS MEANT.
           MOVE ZERO TO PC-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PC-FOUND-COUNT
                 FROM PEND_CHG
                WHERE CHG_TYPE   = 'SAL'
                  AND EMP_NO     = :EMP-NO
                  AND CHG_STATUS = 'P'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  PC-FOUND-COUNT > ZERO
               SET  VALIDATION-FAILED TO TRUE
               MOVE "SALARY CHANGE ALREADY PENDING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE OLD-EMP-SALARY TO PC-OLD-SALARY.
           MOVE EMP-SALARY     TO PC-NEW-SALARY.
           IF  OLD-EMP-NAME NOT = EMP-NAME
               MOVE OLD-EMP-SALARY TO EMP-SALARY
               PERFORM APPLY-UPDATE-RTN
               MOVE PC-NEW-SALARY  TO EMP-SALARY
               IF  VALIDATION-FAILED OR DML-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO PEND_CHG VALUES
                      ('SAL',:EMP-NO,'P',
                       :PC-OLD-SALARY,:PC-NEW-SALARY,
                       NULL,NULL,NULL,NULL,NULL,NULL,
                       :WS-OPERATOR-ID,:WS-JOB-ID,
                       :SYS-TIME,:WS-CLOCK-TIME,
                       NULL,NULL,NULL,NULL)
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           MOVE "SALREQ" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-RTN.
           IF  DML-SUCCEEDED
               MOVE 1 TO WS-ROWS-AFFECTED
               SET  CHANGE-PENDING TO TRUE
           END-IF.

      ******************************************************************
       APPLY-UPDATE-RTN.
      *    SQLSTATE = ZERO ONLY MEANS THE STATEMENT RAN CLEAN, NOT
      *    THE SAME CHECK THE LOADER APPLIES, SO A CORRECTION
      *    CANNOT SLIP A TYPO PAST THE BAND EITHER.
           IF  PRIOR-ROW-EXISTS
               MOVE OLD-EMP-DEPT TO BAND-DEPT-CODE
               PERFORM VALIDATE-BAND-RTN
               IF  VALIDATION-FAILED OR DML-FAILED
                   EXIT PARAGRAPH
      ******************************************************************
       VALIDATE-BAND-RTN.
      *    SAME OUT-OF-BAND CHECK, SAME REASON CODE AS INSERTTBL'S
      *    VALIDATE-BAND-RTN, AGAINST BAND-DEPT-CODE -- THE
      *    DEPARTMENT THE ROW BELONGS TO, OR IS MOVING TO.  NO BAND
      *    ROW MEANS UNCONSTRAINED;
      *    A FAILED LOOKUP FAILS THE CORRECTION, NEVER REJECTS IT.
      ******************************************************************
           MOVE ZERO TO BAND-MIN-SALARY.
               SELECT MIN_SALARY, MAX_SALARY
                 INTO :BAND-MIN-SALARY, :BAND-MAX-SALARY
                 FROM SAL_BAND
                WHERE DEPT_CODE = :BAND-DEPT-CODE
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  "02000"
               PERFORM ERROR-RTN
           END-IF.

      ******************************************************************
       LIST-PENDING-RTN.
      *    THE APPROVER'S WORKLIST -- EVERY SALARY CHANGE STILL
      *    WAITING, OLDEST FIRST, WITH THE SALARY BEFORE AND AFTER
      *    AND WHO ASKED FOR IT.  NOTHING IS CHANGED.
      ******************************************************************
           EXEC SQL
               DECLARE PND_CUR CURSOR FOR
                   SELECT P.EMP_NO, COALESCE(E.EMP_NAME, ' '),
                          P.OLD_SALARY, P.NEW_SALARY,
                          P.REQ_OPERATOR, P.REQ_DATE
                     FROM PEND_CHG P
                     LEFT JOIN EMP E ON E.EMP_NO = P.EMP_NO
                    WHERE P.CHG_TYPE   = 'SAL'
                      AND P.CHG_STATUS = 'P'
                    ORDER BY P.REQ_DATE, P.REQ_TIME, P.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN PND_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "SALARY CHANGES AWAITING APPROVAL".
           DISPLAY WS-PND-HEADER-LINE.
           MOVE ZERO TO WS-PENDING-LISTED.
           MOVE "N"  TO WS-PENDING-CURSOR.
           PERFORM UNTIL END-OF-PENDING
               EXEC SQL
                   FETCH PND_CUR INTO :PC-EMP-NO,:PC-EMP-NAME,
                        :PC-OLD-SALARY,:PC-NEW-SALARY,
                        :PC-REQ-OPERATOR,:PC-REQ-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-PENDING TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-PENDING-LISTED
                     PERFORM FORMAT-PENDING-RTN
                     DISPLAY WS-PND-DETAIL-LINE
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     STOP RUN
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE PND_CUR
           END-EXEC.
           IF  WS-PENDING-LISTED = ZERO
               DISPLAY "(NONE)"
           END-IF.
           DISPLAY "*** " WS-PENDING-LISTED " SALARY CHANGE(S) "
                   "PENDING ***".

      ******************************************************************
       FORMAT-PENDING-RTN.
      ******************************************************************
           MOVE PC-EMP-NO       TO PL-EMP-NO.
           MOVE PC-EMP-NAME     TO PL-EMP-NAME.
           MOVE PC-OLD-SALARY   TO PL-OLD-SALARY.
           MOVE PC-NEW-SALARY   TO PL-NEW-SALARY.
           MOVE PC-REQ-OPERATOR TO PL-REQ-OPERATOR.
           MOVE PC-REQ-DATE     TO PL-REQ-DATE.

      ******************************************************************
       LOAD-PENDING-RTN.
      *    THE EMPLOYEE'S WAITING SALARY CHANGE, IF ANY -- NONE IS A
      *    REJECT OF THE APPROVE/REJECT ITSELF, NOT A FAILURE.
      ******************************************************************
           MOVE EMP-NO TO PC-EMP-NO.
           EXEC SQL
               SELECT OLD_SALARY, NEW_SALARY, REQ_OPERATOR,
                      REQ_JOB_ID, REQ_DATE, REQ_TIME
                 INTO :PC-OLD-SALARY, :PC-NEW-SALARY,
                      :PC-REQ-OPERATOR, :PC-REQ-JOB-ID,
                      :PC-REQ-DATE, :PC-REQ-TIME
                 FROM PEND_CHG
                WHERE CHG_TYPE   = 'SAL'
                  AND EMP_NO     = :EMP-NO
                  AND CHG_STATUS = 'P'
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 SET  VALIDATION-FAILED TO TRUE
                 MOVE "NO PENDING SALARY CHANGE" TO WS-REJECT-REASON
              WHEN  OTHER
                 SET  VALIDATION-FAILED TO TRUE
                 SET  DML-FAILED TO TRUE
                 PERFORM ERROR-RTN
           END-EVALUATE.

      ******************************************************************
       APPROVE-SALARY-RTN.
      *    THE SECOND OPERATOR'S RELEASE.  THE APPROVER MUST NOT BE
      *    THE OPERATOR WHO ASKED (INSERTTBL_OPERATOR IS THE
      *    IDENTITY BOTH ARE JUDGED BY), AND THE ROW MUST STILL HOLD
      *    THE SALARY THE REQUEST WAS MADE AGAINST -- IF ANYTHING HAS
      *    MOVED IT SINCE, THE APPROVER IS NOT LOOKING AT WHAT WILL
      *    HAPPEN AND MUST REJECT IT INSTEAD.  THE CHANGE THEN GOES
      *    IN THROUGH APPLY-UPDATE-RTN LIKE ANY OTHER UPDATE (BAND
      *    CHECK, EMP_AUDIT, EMP_SALHIST, UNDER THE APPROVER'S ID),
      *    AND THE REQUEST IS MARKED APPROVED IN THE SAME UNIT OF
      *    WORK.
      ******************************************************************
           PERFORM LOAD-PENDING-RTN.
           IF  VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  PC-REQ-OPERATOR = WS-OPERATOR-ID
               SET  VALIDATION-FAILED TO TRUE
               MOVE "APPROVER MUST NOT BE REQUESTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO EMP-NAME.
           PERFORM CAPTURE-PRIOR-ROW-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  NOT PRIOR-ROW-EXISTS
               SET  VALIDATION-FAILED TO TRUE
               MOVE "EMP-NO NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE OLD-EMP-NAME TO PC-EMP-NAME.
           PERFORM FORMAT-PENDING-RTN.
           DISPLAY WS-PND-HEADER-LINE.
           DISPLAY WS-PND-DETAIL-LINE.
           IF  OLD-EMP-SALARY NOT = PC-OLD-SALARY
               SET  VALIDATION-FAILED TO TRUE
               MOVE "SALARY CHANGED SINCE REQUEST" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE OLD-EMP-NAME  TO EMP-NAME.
           MOVE PC-NEW-SALARY TO EMP-SALARY.
           PERFORM APPLY-UPDATE-RTN.
           IF  VALIDATION-FAILED OR DML-FAILED
               OR WS-ROWS-AFFECTED = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PC-STATUS.
           PERFORM DECIDE-PENDING-RTN.

      ******************************************************************
       REJECT-SALARY-RTN.
      *    ANY OPERATOR MAY TURN A REQUEST DOWN -- INCLUDING THE ONE
      *    WHO MADE IT, WITHDRAWING IT.  NOTHING IS APPLIED; THE
      *    REQUEST IS MARKED REJECTED AND LOGGED TO EMP_AUDIT.
      ******************************************************************
           PERFORM LOAD-PENDING-RTN.
           IF  VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF.
      *    THE NAME IS ONLY FOR THE CONFIRMATION LINE -- A REQUEST
      *    FOR AN EMPLOYEE SINCE DELETED CAN STILL BE TURNED DOWN.
           MOVE SPACE TO PC-EMP-NAME.
           EXEC SQL
               SELECT EMP_NAME INTO :PC-EMP-NAME
                 FROM EMP
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FORMAT-PENDING-RTN.
           DISPLAY WS-PND-HEADER-LINE.
           DISPLAY WS-PND-DETAIL-LINE.

           MOVE "R" TO PC-STATUS.
           PERFORM DECIDE-PENDING-RTN.
           IF  VALIDATION-FAILED OR DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ROWS-AFFECTED.
           MOVE "CHGREJ" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       DECIDE-PENDING-RTN.
      *    STAMPS THE DECISION ON THE REQUEST.  GUARDED ON THE ROW
      *    STILL BEING PENDING -- IF ANOTHER OPERATOR DECIDED IT
      *    MEANWHILE, THIS DECISION (AND ANY UPDATE MADE FOR IT)
      *    ROLLS BACK RATHER THAN DECIDING IT TWICE.
      ******************************************************************
           EXEC SQL
               UPDATE PEND_CHG
                  SET CHG_STATUS   = :PC-STATUS,
                      DEC_OPERATOR = :WS-OPERATOR-ID,
                      DEC_JOB_ID   = :WS-JOB-ID,
                      DEC_DATE     = :SYS-TIME,
                      DEC_TIME     = :WS-CLOCK-TIME
                WHERE CHG_TYPE   = 'SAL'
                  AND EMP_NO     = :EMP-NO
                  AND CHG_STATUS = 'P'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               SET  VALIDATION-FAILED TO TRUE
               SET  DML-FAILED TO TRUE
               PERFORM ERROR-RTN
           ELSE
               IF  SQLERRD(3) = 0
                   SET  VALIDATION-FAILED TO TRUE
                   MOVE "CHANGE NO LONGER PENDING" TO WS-REJECT-REASON
               END-IF
           END-IF.

      ******************************************************************
       APPLY-DELETE-RTN.
      *    SAME SQLERRD(3) CHECK AS APPLY-UPDATE-RTN -- A DELETE
