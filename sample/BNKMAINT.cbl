      *              may be stored, failures go to a reject file like
      *              EMPMAINT's, and the whole batch commits or rolls
      *              back as one unit.
      *              New or changed details are not stored by the
      *              operator who keys them: they wait in PEND_CHG
      *              until a second operator lists them (PENDING) and
      *              approves them (APPROVE) or rejects them (REJECT);
      *              requests left undecided past BNKMAINT_EXPIREDAYS
      *              expire.  EMPPAY will not run while an active
      *              employee's change is still waiting.  Deleting a
      *              bank row still applies straight away.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       01  WS-ENV-TRANFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REJECTFILE       PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
       01  WS-ENV-EXPIREDAYS       PIC  X(08) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-TRANFILE-STATUS      PIC  X(02).
       01  WS-REJECTFILE-STATUS    PIC  X(02).
      *    HOLDER-NAME]
      *      BNKMAINT SET    0046 00123456 0012345674 SATO_TARO
      *      BNKMAINT DELETE 0046
      *      BNKMAINT PENDING
      *      BNKMAINT APPROVE 0046
      *      BNKMAINT REJECT  0046
       01  WS-COMMAND-LINE         PIC  X(100) VALUE SPACE.
       01  WS-ARG-ACTION           PIC  X(08) VALUE SPACE.
       01  WS-ARG-EMPNO            PIC  X(08) VALUE SPACE.
           88  ACTION-SET                 VALUE "S".
           88  ACTION-DELETE              VALUE "D".
           88  ACTION-BATCH               VALUE "B".
           88  ACTION-PENDING             VALUE "P".
           88  ACTION-APPROVE             VALUE "A".
           88  ACTION-REJECT              VALUE "R".
           88  ACTION-INVALID             VALUE "?".

      *    PER-TRANSACTION ACTION INSIDE A BATCH -- THE COMMAND-LINE
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

      *    WHETHER THE SET JUST PROCESSED WAS PARKED IN PEND_CHG FOR
      *    A SECOND OPERATOR (SEE REQUEST-SET-RTN).
       01  WS-PENDING-STATUS       PIC  X(01) VALUE "N".
           88  CHANGE-PENDING             VALUE "Y".

      *    DAYS A BANK CHANGE MAY WAIT FOR ITS SECOND OPERATOR
      *    BEFORE EXPIRE-PENDING-RTN DROPS IT (BNKMAINT_EXPIREDAYS).
       01  WS-EXPIRE-DAYS          PIC 9(03) VALUE 7.
       01  WS-EXPIRE-LEN           PIC 9(02) VALUE ZERO.
       01  WS-PENDING-LISTED       PIC 9(04) VALUE ZERO.
       01  WS-PENDING-CURSOR       PIC  X(01) VALUE "N".
           88  END-OF-PENDING             VALUE "Y".

      *    ONE PENDING BANK CHANGE -- THE DETAILS BEFORE AND AFTER ON
      *    TWO LINES, THEN WHO ASKED AND WHEN.  THE PENDING LIST AND
      *    THE APPROVE/REJECT CONFIRMATION SHARE IT.
       01  WS-PND-HEADER-LINE      PIC  X(80) VALUE
           "EMP           BANK CODE ACCOUNT     HOLDER NAME".
       01  WS-PND-DETAIL-LINE.
           03  PL-EMP-NO           PIC  ZZZ9.
           03  PL-EMP-NO-X         REDEFINES PL-EMP-NO
                                   PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-WHICH            PIC  X(06).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-BANK-CODE        PIC  X(08).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-ACCT-NO          PIC  X(10).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  PL-HOLDER-NAME      PIC  X(40).
       01  WS-PND-REQUEST-LINE.
           03  FILLER              PIC  X(14) VALUE
               "  REQUESTED BY".
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  PL-REQ-OPERATOR     PIC  X(08).
           03  FILLER              PIC  X(04) VALUE " ON ".
           03  PL-REQ-DATE         PIC  9(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  BNK-ACCT-NO             PIC  X(10) VALUE SPACE.
       01  BNK-HOLDER-NAME         PIC  X(40) VALUE SPACE.
       01  WS-EMP-FOUND            PIC 9(04) VALUE ZERO.
      *    THE BANK ROW AS IT STANDS NOW (BLANK IF NONE) -- WHAT A
      *    REQUEST IS MADE AGAINST, AND WHAT APPROVAL RE-CHECKS.
       01  CUR-BANK-CODE           PIC  X(08) VALUE SPACE.
       01  CUR-ACCT-NO             PIC  X(10) VALUE SPACE.
       01  CUR-HOLDER-NAME         PIC  X(40) VALUE SPACE.
      *    PEND_CHG ROW FOR A BANK CHANGE AWAITING ITS SECOND
      *    OPERATOR -- SAME TABLE AS EMPMAINT'S SALARY REQUESTS.
       01  PC-EMP-NO               PIC S9(04) VALUE ZERO.
       01  PC-STATUS               PIC  X(01) VALUE SPACE.
       01  PC-OLD-BANK-CODE        PIC  X(08) VALUE SPACE.
       01  PC-OLD-ACCT-NO          PIC  X(10) VALUE SPACE.
       01  PC-OLD-HOLDER           PIC  X(40) VALUE SPACE.
       01  PC-NEW-BANK-CODE        PIC  X(08) VALUE SPACE.
       01  PC-NEW-ACCT-NO          PIC  X(10) VALUE SPACE.
       01  PC-NEW-HOLDER           PIC  X(40) VALUE SPACE.
       01  PC-REQ-OPERATOR         PIC  X(08) VALUE SPACE.
       01  PC-REQ-DATE             PIC 9(08) VALUE ZERO.
       01  PC-FOUND-COUNT          PIC 9(04) VALUE ZERO.
       01  PC-EXPIRE-DATE          PIC 9(08) VALUE ZERO.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.
               DISPLAY "***     or BNKMAINT DELETE emp-no"
               DISPLAY "***     or BNKMAINT BATCH   (reads the "
                       "bank-details file)"
               DISPLAY "***     or BNKMAINT PENDING (lists bank "
                       "changes awaiting approval)"
               DISPLAY "***     or BNKMAINT APPROVE emp-no"
               DISPLAY "***     or BNKMAINT REJECT  emp-no"
               STOP RUN
           END-IF.

      *    RUNS FIRST.
           PERFORM SETUP-BANK-TABLE-RTN.
           PERFORM SETUP-RUN-LOG-RTN.
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
                  WHEN  ACTION-SET
                     PERFORM VALIDATE-SET-RTN
                     IF  VALIDATION-PASSED
                         PERFORM REQUEST-SET-RTN
                     END-IF
                  WHEN  ACTION-APPROVE
                     PERFORM APPROVE-BANK-RTN
                  WHEN  ACTION-REJECT
                     PERFORM REJECT-BANK-RTN
                  WHEN  OTHER
                     PERFORM APPLY-DELETE-RTN
               END-EVALUATE
               IF  VALIDATION-FAILED
                   DISPLAY "*** REJECTED: " WS-REJECT-REASON
                           " ***"
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** BNKMAINT COMMITTED " WS-ROWS-AFFECTED
                           " ROW(S) ***"
                   IF  CHANGE-PENDING
                       DISPLAY "*** BANK CHANGE FOR EMP_NO "
                               WS-ARG-EMPNO(1:WS-ARG-EMPNO-LEN)
                               " AWAITS APPROVAL BY A SECOND "
                               "OPERATOR (BNKMAINT APPROVE) ***"
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "*** BNKMAINT ROLLED BACK -- NO ROWS "
                           FROM ENVIRONMENT "BNKMAINT_REJECTFILE".
           ACCEPT WS-ENV-REPORTFILE
                           FROM ENVIRONMENT "BNKMAINT_REPORTFILE".
           ACCEPT WS-ENV-EXPIREDAYS
                           FROM ENVIRONMENT "BNKMAINT_EXPIREDAYS".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "BNKMAINT.RPT"  TO WS-ENV-REPORTFILE
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
                   DISPLAY "*** WARNING: BAD BNKMAINT_EXPIREDAYS "
                           "IGNORED: " WS-ENV-EXPIREDAYS " ***"
               END-IF
           END-IF.

      *    ANY ONE FIELD LEFT BLANK BY THE ENVIRONMENT IS ENOUGH REASON
      *    TO CONSULT THE PARAMETER FILE -- OTHERWISE SETTING ONLY
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       SETUP-PENDCHG-RTN.
      *    SAME DEFINITION AS EMPMAINT'S SETUP-PENDCHG-RTN -- ONE
      *    TABLE HOLDS BOTH KINDS OF REQUEST, THIS PROGRAM'S UNDER
      *    CHG_TYPE 'BANK'.  COMMITTED ON ITS OWN.
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
      *    SAME RULE AS EMPMAINT'S: A BANK CHANGE NOBODY HAS DECIDED
      *    WITHIN WS-EXPIRE-DAYS IS DROPPED, NEVER APPLIED, AND EACH
      *    ONE IS LOGGED TO EMP_AUDIT ('CHGEXP') AND THE JOB LOG.
      *    RUNNING ANY BNKMAINT ACTION -- PENDING WILL DO -- IS ALSO
      *    WHAT CLEARS A STALE REQUEST OUT OF EMPPAY'S WAY.
      ******************************************************************
           COMPUTE PC-EXPIRE-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(SYS-TIME)
                        - WS-EXPIRE-DAYS).

           EXEC SQL
               DECLARE EXP_CUR CURSOR FOR
                   SELECT EMP_NO, REQ_OPERATOR, REQ_DATE
                     FROM PEND_CHG
                    WHERE CHG_TYPE   = 'BANK'
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
                   FETCH EXP_CUR INTO :PC-EMP-NO,:PC-REQ-OPERATOR,
                        :PC-REQ-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-PENDING TO TRUE
                  WHEN  ZERO
                     MOVE PC-EMP-NO      TO PL-EMP-NO
                     DISPLAY "*** EXPIRED UNAPPROVED BANK CHANGE "
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
                WHERE CHG_TYPE   = 'BANK'
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
                 MOVE WS-PENDING-LISTED TO RL-ROWS-READ
                 MOVE ZERO TO RL-ROWS-APPLIED
                 MOVE ZERO TO RL-ROWS-REJECTED
                 MOVE "OK"       TO RL-STATUS
              WHEN  OTHER
                 MOVE 1 TO RL-ROWS-READ
                 MOVE ZERO TO RL-ROWS-APPLIED
                 MOVE ZERO TO RL-ROWS-REJECTED
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
       PARSE-ARGS-RTN.
      *    BNKMAINT SET    emp-no bank-code acct-no holder-name
      *    BNKMAINT DELETE emp-no
      *    BNKMAINT PENDING
      *    BNKMAINT APPROVE emp-no
      *    BNKMAINT REJECT emp-no
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
           END-IF.
           MOVE WS-ARG-EMPNO(1:WS-ARG-EMPNO-LEN) TO EMP-NO.

           EVALUATE WS-ARG-ACTION
              WHEN  "SET"
                 SET  ACTION-SET TO TRUE
                 MOVE WS-ARG-BANK-CODE TO BNK-BANK-CODE
                 MOVE WS-ARG-ACCT-NO   TO BNK-ACCT-NO
                 MOVE WS-ARG-HOLDER    TO BNK-HOLDER-NAME
              WHEN  "DELETE"
                 SET  ACTION-DELETE TO TRUE
              WHEN  "APPROVE"
                 SET  ACTION-APPROVE TO TRUE
              WHEN  "REJECT"
                 SET  ACTION-REJECT TO TRUE
           END-EVALUATE.

      ******************************************************************
       PROCESS-BATCH-RTN.
      *    SAME ONE-UNIT DISCIPLINE AS EMPMAINT'S BATCH: VALIDATION
      *    REJECTS SKIP THEIR OWN RECORD, A GENUINE SQL FAILURE
      *    POISONS THE WHOLE BATCH AND EVERYTHING ROLLS BACK.  A SET
      *    IS PARKED FOR APPROVAL EXACTLY AS ON THE COMMAND LINE AND
      *    COUNTED AS PENDING; APPROVAL IS NEVER A BATCH TRANSACTION.
      ******************************************************************
           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
           IF  BATCH-SQL-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO TO WS-TRAN-APPLIED-COUNT
               MOVE ZERO TO WS-TRAN-PENDING-COUNT
               MOVE "*** BATCH ROLLED BACK -- NOTHING APPLIED ***"
                                         TO WS-RPT-OUTCOME-LINE
               DISPLAY "*** BNKMAINT BATCH ROLLED BACK -- "
               DISPLAY "*** BNKMAINT BATCH COMMITTED: READ "
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
           SET  DML-SUCCEEDED     TO TRUE.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE ZERO  TO WS-ROWS-AFFECTED.
           MOVE "N"   TO WS-PENDING-STATUS.
           MOVE SPACE TO BNK-BANK-CODE.
           MOVE SPACE TO BNK-ACCT-NO.
           MOVE SPACE TO BNK-HOLDER-NAME.

           IF  VALIDATION-PASSED
               IF  TRAN-SET
                   PERFORM REQUEST-SET-RTN
               ELSE
                   PERFORM APPLY-DELETE-RTN
               END-IF

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
               END-IF
           END-IF.

      ******************************************************************
       REQUEST-SET-RTN.
      *    NEW OR CHANGED DETAILS ARE NEVER STORED BY THE OPERATOR WHO
      *    KEYS THEM -- REPOINTING SOMEONE'S PAY IS EXACTLY THE CHANGE
      *    ONE PERSON MUST NOT BE ABLE TO MAKE ALONE.  THE REQUEST IS
      *    PARKED IN PEND_CHG WITH THE ROW AS IT STANDS NOW (BLANK FOR
      *    FIRST-TIME DETAILS) AND WAITS FOR APPROVE-BANK-RTN.  ONE
      *    REQUEST AT A TIME PER EMPLOYEE, AND A REQUEST THAT CHANGES
      *    NOTHING IS REFUSED RATHER THAN QUEUED.
      ******************************************************************
           MOVE ZERO TO PC-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PC-FOUND-COUNT
                 FROM PEND_CHG
                WHERE CHG_TYPE   = 'BANK'
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
               MOVE "BANK CHANGE ALREADY PENDING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BANK-ROW-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  CUR-BANK-CODE   = BNK-BANK-CODE
               AND CUR-ACCT-NO     = BNK-ACCT-NO
               AND CUR-HOLDER-NAME = BNK-HOLDER-NAME
               SET  VALIDATION-FAILED TO TRUE
               MOVE "BANK DETAILS UNCHANGED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO PEND_CHG VALUES
                      ('BANK',:EMP-NO,'P',NULL,NULL,
                       :CUR-BANK-CODE,:CUR-ACCT-NO,:CUR-HOLDER-NAME,
                       :BNK-BANK-CODE,:BNK-ACCT-NO,:BNK-HOLDER-NAME,
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
           MOVE "BANKREQ" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-RTN.
           IF  DML-SUCCEEDED
               MOVE 1 TO WS-ROWS-AFFECTED
               SET  CHANGE-PENDING TO TRUE
           END-IF.

      ******************************************************************
       CAPTURE-BANK-ROW-RTN.
      *    02000 IS NOT AN ERROR -- THE EMPLOYEE SIMPLY HAS NO BANK
      *    ROW YET, WHICH READS AS ALL BLANKS.
      ******************************************************************
           MOVE SPACE TO CUR-BANK-CODE.
           MOVE SPACE TO CUR-ACCT-NO.
           MOVE SPACE TO CUR-HOLDER-NAME.
           EXEC SQL
               SELECT BANK_CODE, ACCT_NO, HOLDER_NAME
                 INTO :CUR-BANK-CODE, :CUR-ACCT-NO, :CUR-HOLDER-NAME
                 FROM EMP_BANK
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 CONTINUE
              WHEN  OTHER
                 SET  VALIDATION-FAILED TO TRUE
                 SET  DML-FAILED TO TRUE
                 PERFORM ERROR-RTN
           END-EVALUATE.

      ******************************************************************
       LIST-PENDING-RTN.
      *    THE APPROVER'S WORKLIST -- EVERY BANK CHANGE STILL WAITING,
      *    OLDEST FIRST, WITH THE DETAILS BEFORE AND AFTER AND WHO
      *    ASKED FOR IT.  NOTHING IS CHANGED.
      ******************************************************************
           EXEC SQL
               DECLARE PND_CUR CURSOR FOR
                   SELECT EMP_NO,
                          COALESCE(OLD_BANK_CODE, ' '),
                          COALESCE(OLD_ACCT_NO, ' '),
                          COALESCE(OLD_HOLDER, ' '),
                          NEW_BANK_CODE, NEW_ACCT_NO, NEW_HOLDER,
                          REQ_OPERATOR, REQ_DATE
                     FROM PEND_CHG
                    WHERE CHG_TYPE   = 'BANK'
                      AND CHG_STATUS = 'P'
                    ORDER BY REQ_DATE, REQ_TIME, EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN PND_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "BANK CHANGES AWAITING APPROVAL".
           DISPLAY WS-PND-HEADER-LINE.
           MOVE ZERO TO WS-PENDING-LISTED.
           MOVE "N"  TO WS-PENDING-CURSOR.
           PERFORM UNTIL END-OF-PENDING
               EXEC SQL
                   FETCH PND_CUR INTO :PC-EMP-NO,
                        :PC-OLD-BANK-CODE,:PC-OLD-ACCT-NO,
                        :PC-OLD-HOLDER,
                        :PC-NEW-BANK-CODE,:PC-NEW-ACCT-NO,
                        :PC-NEW-HOLDER,
                        :PC-REQ-OPERATOR,:PC-REQ-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-PENDING TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-PENDING-LISTED
                     PERFORM SHOW-PENDING-RTN
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
           DISPLAY "*** " WS-PENDING-LISTED " BANK CHANGE(S) "
                   "PENDING ***".

      ******************************************************************
       SHOW-PENDING-RTN.
      *    BEFORE, AFTER, THEN WHO ASKED.  NO ROW BEFORE THE REQUEST
      *    SHOWS AS (NONE) -- A FIRST-TIME ACCOUNT IS STILL A CHANGE
      *    OF WHERE THE MONEY GOES.
      ******************************************************************
           MOVE PC-EMP-NO        TO PL-EMP-NO.
           MOVE "BEFORE"         TO PL-WHICH.
           MOVE PC-OLD-BANK-CODE TO PL-BANK-CODE.
           MOVE PC-OLD-ACCT-NO   TO PL-ACCT-NO.
           MOVE PC-OLD-HOLDER    TO PL-HOLDER-NAME.
           IF  PC-OLD-BANK-CODE = SPACE AND PC-OLD-ACCT-NO = SPACE
               MOVE "(NONE)"     TO PL-BANK-CODE
           END-IF.
           DISPLAY WS-PND-DETAIL-LINE.
           MOVE SPACE            TO PL-EMP-NO-X.
           MOVE "AFTER"          TO PL-WHICH.
           MOVE PC-NEW-BANK-CODE TO PL-BANK-CODE.
           MOVE PC-NEW-ACCT-NO   TO PL-ACCT-NO.
           MOVE PC-NEW-HOLDER    TO PL-HOLDER-NAME.
           DISPLAY WS-PND-DETAIL-LINE.
           MOVE PC-REQ-OPERATOR  TO PL-REQ-OPERATOR.
           MOVE PC-REQ-DATE      TO PL-REQ-DATE.
           DISPLAY WS-PND-REQUEST-LINE.

      ******************************************************************
       LOAD-PENDING-RTN.
      *    THE EMPLOYEE'S WAITING BANK CHANGE, IF ANY -- NONE IS A
      *    REJECT OF THE APPROVE/REJECT ITSELF, NOT A FAILURE.
      ******************************************************************
           MOVE EMP-NO TO PC-EMP-NO.
           EXEC SQL
               SELECT COALESCE(OLD_BANK_CODE, ' '),
                      COALESCE(OLD_ACCT_NO, ' '),
                      COALESCE(OLD_HOLDER, ' '),
                      NEW_BANK_CODE, NEW_ACCT_NO, NEW_HOLDER,
                      REQ_OPERATOR, REQ_DATE
                 INTO :PC-OLD-BANK-CODE, :PC-OLD-ACCT-NO,
                      :PC-OLD-HOLDER,
                      :PC-NEW-BANK-CODE, :PC-NEW-ACCT-NO,
                      :PC-NEW-HOLDER,
                      :PC-REQ-OPERATOR, :PC-REQ-DATE
                 FROM PEND_CHG
                WHERE CHG_TYPE   = 'BANK'
                  AND EMP_NO     = :EMP-NO
                  AND CHG_STATUS = 'P'
           END-EXEC.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 CONTINUE
              WHEN  "02000"
                 SET  VALIDATION-FAILED TO TRUE
                 MOVE "NO PENDING BANK CHANGE" TO WS-REJECT-REASON
              WHEN  OTHER
                 SET  VALIDATION-FAILED TO TRUE
                 SET  DML-FAILED TO TRUE
                 PERFORM ERROR-RTN
           END-EVALUATE.

      ******************************************************************
       APPROVE-BANK-RTN.
      *    THE SECOND OPERATOR'S RELEASE.  THE APPROVER MUST NOT BE
      *    THE OPERATOR WHO ASKED (INSERTTBL_OPERATOR IS THE IDENTITY
      *    BOTH ARE JUDGED BY).  THE NEW DETAILS GO THROUGH THE FULL
      *    VALIDATION AGAIN -- THE EMPLOYEE MAY HAVE GONE SINCE -- AND
      *    THE BANK ROW MUST STILL BE WHAT THE REQUEST WAS MADE
      *    AGAINST, OR THE APPROVER IS NOT LOOKING AT WHAT WILL
      *    HAPPEN.  THE CHANGE THEN GOES IN THROUGH APPLY-SET-RTN
      *    (AUDITED 'BANKSET' UNDER THE APPROVER'S ID) AND THE
      *    REQUEST IS MARKED APPROVED IN THE SAME UNIT OF WORK.
      ******************************************************************
           PERFORM LOAD-PENDING-RTN.
           IF  VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PND-HEADER-LINE.
           PERFORM SHOW-PENDING-RTN.
           IF  PC-REQ-OPERATOR = WS-OPERATOR-ID
               SET  VALIDATION-FAILED TO TRUE
               MOVE "APPROVER MUST NOT BE REQUESTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE PC-NEW-BANK-CODE TO BNK-BANK-CODE.
           MOVE PC-NEW-ACCT-NO   TO BNK-ACCT-NO.
           MOVE PC-NEW-HOLDER    TO BNK-HOLDER-NAME.
           PERFORM VALIDATE-SET-RTN.
           IF  VALIDATION-FAILED OR DML-FAILED
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BANK-ROW-RTN.
           IF  DML-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF  CUR-BANK-CODE   NOT = PC-OLD-BANK-CODE
               OR CUR-ACCT-NO     NOT = PC-OLD-ACCT-NO
               OR CUR-HOLDER-NAME NOT = PC-OLD-HOLDER
               SET  VALIDATION-FAILED TO TRUE
               MOVE "BANK ROW CHANGED SINCE REQUEST" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-SET-RTN.
           IF  VALIDATION-FAILED OR DML-FAILED
               OR WS-ROWS-AFFECTED = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PC-STATUS.
           PERFORM DECIDE-PENDING-RTN.

      ******************************************************************
       REJECT-BANK-RTN.
      *    ANY OPERATOR MAY TURN A REQUEST DOWN -- INCLUDING THE ONE
      *    WHO MADE IT, WITHDRAWING IT.  NOTHING IS STORED; THE
      *    REQUEST IS MARKED REJECTED AND LOGGED TO EMP_AUDIT.
      ******************************************************************
           PERFORM LOAD-PENDING-RTN.
           IF  VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PND-HEADER-LINE.
           PERFORM SHOW-PENDING-RTN.

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
      *    MEANWHILE, THIS DECISION (AND ANY ROW STORED FOR IT)
      *    ROLLS BACK RATHER THAN DECIDING IT TWICE.
      ******************************************************************
           EXEC SQL
               UPDATE PEND_CHG
                  SET CHG_STATUS   = :PC-STATUS,
                      DEC_OPERATOR = :WS-OPERATOR-ID,
                      DEC_JOB_ID   = :WS-JOB-ID,
                      DEC_DATE     = :SYS-TIME,
                      DEC_TIME     = :WS-CLOCK-TIME
                WHERE CHG_TYPE   = 'BANK'
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
       APPLY-SET-RTN.
      *    ALWAYS AN UPSERT -- FIRST-TIME DETAILS AND CORRECTIONS
      *    ARRIVE THROUGH THE SAME PATH, SO APPROVING EITHER CANNOT
      *    TRIP THE PRIMARY KEY.  ONLY APPROVE-BANK-RTN REACHES IT.
      *    THE CHANGE IS AUDITED IN EMP_AUDIT LIKE EVERY OTHER
      *    PER-EMPLOYEE CORRECTION.
      ******************************************************************
           EXEC SQL
               INSERT INTO EMP_BANK VALUES
