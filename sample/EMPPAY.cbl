      *            machine-readable transfer file from EMP instead of
      *            someone retyping the listing into the bank's
      *            upload screen.  One header (run date + job id),
      *            one detail per employee (emp no, name, net pay
      *            as worked out for the period by PAYCALC, plus the
      *            bank code, account number and holder name from
      *            EMP_BANK so the bureau no longer keys accounts by
      *            hand), one trailer (record count + net pay hash
      *            total) the bureau verifies on receipt.  An
      *            employee with no bank details on file, no net pay
      *            calculated for the period, or a salary changed
      *            since the calculation goes to an exception file
      *            for payroll to chase, never silently into -- or
      *            out of -- the transfer.
      *            After writing, the file is read back and
      *            its totals recomputed -- if they disagree with
      *            what was accumulated while writing, the file is
      *            discarded rather than sent, the same discipline
      *            the loader applies before COMMIT WORK.  A file
      *            that verifies is recorded detail by detail in
      *            PAY_REGISTER -- run date, job id, amount, bank and
      *            account -- in the same unit of work, so what was
      *            released is kept in the database rather than only
      *            in the flat file; PAYRETRN later stamps each row
      *            settled or failed.
      *            The run is refused while any payable employee's
      *            bank-account change is still waiting for its
      *            second operator in PEND_CHG (see BNKMAINT).
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       01  WS-EXCFILE-STATUS       PIC  X(02).
       01  WS-REJECTFILE-STATUS    PIC  X(02).
       01  WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-EXCEPT-REASON        PIC  X(30) VALUE SPACE.
      *    WHETHER ANY UNWORKED REJECT SITS IN THE REJECT FILE.
       01  WS-REJECTS-FLAG         PIC  X(01) VALUE "N".
           88  REJECTS-EXIST              VALUE "Y".
       01  WS-EOF-FLAG             PIC  X(01) VALUE "N".
           88  END-OF-CURSOR              VALUE "Y".

       01  WS-CURRENT-DATE-TIME    PIC  X(21).
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.

       01  BNK-BANK-CODE           PIC  X(08) VALUE SPACE.
       01  BNK-ACCT-NO             PIC  X(10) VALUE SPACE.
       01  BNK-HOLDER-NAME         PIC  X(40) VALUE SPACE.
      *    THE PERIOD'S FIGURES FROM PAYCALC -- CALC-FOUND IS "N"
      *    WHEN THE EMPLOYEE HAS NO PAY_CALC ROW FOR THE RUN DATE.
       01  CALC-FOUND              PIC  X(01) VALUE SPACE.
       01  CALC-GROSS              PIC S9(07)V99 VALUE ZERO.
       01  CALC-NET                PIC S9(07)V99 VALUE ZERO.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
      *    JOB ID STAMPED ON THE PAY_REGISTER ROWS.
       01  WS-JOB-ID               PIC  X(08) VALUE SPACE.
      *    PAY_REGISTER KEY FIELDS -- THE DETAIL'S SEQUENCE NUMBER IN
      *    THE TRANSFER FILE, AND HOW MANY OF A PRIOR RELEASE UNDER
      *    THE SAME RUN DATE AND JOB ID THE BUREAU HAS ANSWERED.
       01  REG-PAY-SEQ             PIC 9(09) VALUE ZERO.
       01  REG-ANSWERED-COUNT      PIC 9(09) VALUE ZERO.
      *    DEPENDENCY-GATE LOOKUPS AGAINST RUN_LOG (SEE
      *    CHECK-PREREQ-RTN).
       01  RL-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  RL-FOUND-COUNT          PIC 9(04) VALUE ZERO.
      *    PAYABLE EMPLOYEES WHOSE BANK CHANGE STILL AWAITS APPROVAL
      *    (SEE CHECK-PENDING-BANK-RTN).
       01  PC-PENDING-COUNT        PIC 9(04) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    THE BUSINESS DATE KEYS BOTH THE GATE'S RUN_LOG LOOKUPS AND
      *    THE PERIOD'S PAY_CALC ROWS, SO IT IS SET EVEN WHEN THE
      *    GATE IS FORCED PAST.
           MOVE WS-RUN-DATE TO RL-BUSINESS-DATE.

      *    THE DEPENDENCY GATE RUNS BEFORE ANYTHING IS WRITTEN -- A
      *    TRANSFER FILE CUT OVER A HALF-FINISHED LOAD HAS HAD TO BE
      *    PULLED BACK FROM THE BUREAU BEFORE.
           PERFORM CHECK-PREREQ-RTN.
           PERFORM CHECK-PENDING-BANK-RTN.
           PERFORM SETUP-REGISTER-RTN.

      *    ONLY ACTIVE EMPLOYEES ARE PAYABLE -- LEAVE AND TERMINATED
      *    ROWS STAY IN EMP FOR THE REPORTS BUT MUST NOT REACH THE
      *    LEFT JOIN TO EMP_BANK -- A PAYABLE EMPLOYEE WITH NO BANK
      *    ROW STILL COMES BACK (BLANK ACCOUNT) SO WRITE-DETAIL-RTN
      *    CAN REPORT THE EXCEPTION INSTEAD OF THE JOIN SWALLOWING
      *    THE ROW.  LEFT JOIN TO THE PERIOD'S PAY_CALC ROW FOR THE
      *    SAME REASON -- AN EMPLOYEE PAYCALC NEVER SAW IS AN
      *    EXCEPTION, NOT A SILENT ZERO.
           EXEC SQL
               DECLARE PAY_CUR CURSOR FOR
                   SELECT E.EMP_NO, E.EMP_NAME, E.EMP_SALARY,
                          COALESCE(E.DEPT_CODE, ' '),
                          COALESCE(B.BANK_CODE, ' '),
                          COALESCE(B.ACCT_NO, ' '),
                          COALESCE(B.HOLDER_NAME, ' '),
                          CASE WHEN C.EMP_NO IS NULL THEN 'N'
                               ELSE 'Y' END,
                          COALESCE(C.GROSS_PAY, 0),
                          COALESCE(C.NET_PAY, 0)
                     FROM EMP E
                     LEFT JOIN EMP_BANK B ON B.EMP_NO = E.EMP_NO
                     LEFT JOIN PAY_CALC C
                            ON C.EMP_NO      = E.EMP_NO
                           AND C.PERIOD_DATE = :RL-BUSINESS-DATE
                    WHERE COALESCE(E.EMP_STATUS, 'A') = 'A'
                    ORDER BY E.EMP_NO
           END-EXEC.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH PAY_CUR INTO :EMP-NO,:EMP-NAME,:EMP-SALARY,
                        :EMP-DEPT,:BNK-BANK-CODE,:BNK-ACCT-NO,
                        :BNK-HOLDER-NAME,
                        :CALC-FOUND,:CALC-GROSS,:CALC-NET
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
           CLOSE EXCEPT-FILE.
           IF  WS-EXCEPTION-COUNT > 0
               DISPLAY "*** " WS-EXCEPTION-COUNT " EMPLOYEE(S) "
                       "NOT PAID -- SEE "
                       WS-ENV-EXCFILE " ***"
           END-IF.

           EXEC SQL
               CLOSE PAY_CUR
           END-EXEC.

      *    READ THE FILE BACK AND PROVE THE TOTALS IN IT MATCH THE
      *    TOTALS ACCUMULATED WHILE WRITING IT -- ONLY THEN MAY THE
      *    FILE GO TO THE BUREAU, AND ONLY THEN IS ITS REGISTER
      *    COMMITTED.  A DISCARDED FILE LEAVES NO REGISTER ROWS
      *    BEHIND CLAIMING A PAYMENT THAT WAS NEVER SENT.
           IF  NOT EXTRACT-FAILED
               PERFORM VERIFY-PAY-FILE-RTN
           END-IF.
           IF  EXTRACT-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  EXTRACT-FAILED
               PERFORM DISCARD-PAY-FILE-RTN
      *    COMPLETED OK, (2) ANY OUTSTANDING REJECTS HAVE BEEN
      *    THROUGH AN EMPRECYC RUN TODAY, AND (3) TODAY'S PAYSNAP
      *    VARIANCE CHECK ENDED OK -- OR SOMEONE RECORDED A SIGN-OFF
      *    (EMPPAY_SIGNOFF=Y) AFTER REVIEWING A HELD ONE, AND (4)
      *    TODAY'S PAYCALC GROSS-TO-NET RUN STORED THE PERIOD'S
      *    FIGURES -- CLEAN, OR HELD AND SIGNED OFF.  A REFUSAL
      *    NAMES THE MISSING PREREQUISITE AND EXITS WITH RETURN CODE
      *    8 SO THE SCHEDULER SCRIPTS CAN BRANCH ON IT; EMPPAY_
      *    FORCERUN=Y IS THE SAME ONE-TIME ESCAPE HATCH THE LOADER'S
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    (1) TODAY'S LOAD MUST HAVE COMPLETED OK.
           MOVE ZERO TO RL-FOUND-COUNT.
           EXEC SQL
               END-IF
           END-IF.

      *    (4) NET PAY MUST HAVE BEEN CALCULATED FOR THE PERIOD.  A
      *    HELD PAYCALC STORED ITS FIGURES BUT CAPPED SOMEONE'S
      *    DEDUCTIONS, SO IT NEEDS THE SAME RECORDED SIGN-OFF AS A
      *    HELD PAYSNAP; A FAILED OR MISSING ONE STORED NOTHING AND
      *    NO SIGN-OFF CAN STAND IN FOR IT.
           MOVE ZERO TO RL-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RL-FOUND-COUNT
                 FROM RUN_LOG
                WHERE PROGRAM_NAME = 'PAYCALC'
                  AND RUN_STATUS   = 'OK'
                  AND START_DATE   = :RL-BUSINESS-DATE
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  RL-FOUND-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*) INTO :RL-FOUND-COUNT
                     FROM RUN_LOG
                    WHERE PROGRAM_NAME = 'PAYCALC'
                      AND RUN_STATUS   = 'HELD'
                      AND START_DATE   = :RL-BUSINESS-DATE
               END-EXEC
               IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EVALUATE TRUE
                  WHEN  RL-FOUND-COUNT = ZERO
                     DISPLAY "*** PREREQUISITE MISSING: NO PAYCALC "
                             "FIGURES FOR " RL-BUSINESS-DATE
                             " -- REFUSING TO RUN ***"
                     PERFORM REFUSE-RUN-RTN
                  WHEN  WS-ENV-SIGNOFF = "Y"
                     DISPLAY "*** HELD PAYCALC SIGNED OFF BY "
                             "OPERATOR (EMPPAY_SIGNOFF) ***"
                  WHEN  OTHER
                     DISPLAY "*** PREREQUISITE MISSING: PAYCALC "
                             "HELD FOR " RL-BUSINESS-DATE
                             " AND NO SIGN-OFF -- REFUSING TO "
                             "RUN ***"
                     PERFORM REFUSE-RUN-RTN
               END-EVALUATE
           END-IF.

      ******************************************************************
       CHECK-REJECTS-EXIST-RTN.
      *    A MISSING REJECT FILE, OR ONE WITH NO RECORDS, MEANS NO
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
       CHECK-PENDING-BANK-RTN.
      *    A BANK CHANGE WAITING IN PEND_CHG FOR A PAYABLE EMPLOYEE
      *    MEANS NOBODY YET KNOWS WHICH ACCOUNT THAT PAY SHOULD GO
      *    TO -- THE OLD ONE MAY BE CLOSED, THE NEW ONE MAY BE A
      *    FRAUD.  THE RUN IS REFUSED UNTIL A SECOND OPERATOR HAS
      *    APPROVED OR REJECTED EVERY SUCH CHANGE (BNKMAINT PENDING
      *    LISTS THEM AND DROPS ANY THAT HAVE EXPIRED).  LIKE THE
      *    REGISTER'S RERUN CHECK THIS IS NOT A DEPENDENCY AND
      *    FORCERUN DOES NOT BYPASS IT -- OTHERWISE ONE OPERATOR
      *    COULD STILL REPOINT AND RELEASE A PAYMENT ALONE.  PAYABLE
      *    MEANS THE SAME AS FOR PAY_CUR BELOW.
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

           MOVE ZERO TO PC-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PC-PENDING-COUNT
                 FROM PEND_CHG P
                 JOIN EMP E ON E.EMP_NO = P.EMP_NO
                WHERE P.CHG_TYPE   = 'BANK'
                  AND P.CHG_STATUS = 'P'
                  AND COALESCE(E.EMP_STATUS, 'A') = 'A'
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  PC-PENDING-COUNT > ZERO
               DISPLAY "*** " PC-PENDING-COUNT " PAYABLE EMPLOYEE(S) "
                       "HAVE A BANK CHANGE AWAITING APPROVAL -- "
                       "APPROVE OR REJECT THEM (BNKMAINT PENDING) "
                       "-- REFUSING TO RUN ***"
               PERFORM REFUSE-RUN-RTN
           END-IF.

      ******************************************************************
       SETUP-REGISTER-RTN.
      *    PAY_REGISTER OUTLIVES EVERY PAY RUN -- CREATED ONCE, NEVER
      *    DROPPED.  ONE ROW PER DETAIL RELEASED, KEYED BY RUN DATE,
      *    JOB ID AND THE DETAIL'S SEQUENCE IN THE TRANSFER FILE;
      *    PAY_STATUS IS R (RELEASED, NOT YET ANSWERED), S (SETTLED)
      *    OR F (FAILED, WITH THE BUREAU'S REASON CODE), STAMPED BY
      *    PAYRETRN.
      *    A RERUN UNDER THE SAME RUN DATE AND JOB ID REPLACES THE
      *    EARLIER RELEASE'S ROWS -- UNLESS THE BUREAU HAS ALREADY
      *    ANSWERED ANY OF THEM, IN WHICH CASE THAT FILE WAS PAID
      *    AND A SECOND ONE UNDER THE SAME IDENTITY WOULD MAKE THE
      *    REGISTER LIE.  THAT REFUSES LIKE THE DEPENDENCY GATE (NO
      *    FORCERUN BYPASS): RERUN UNDER ANOTHER JOB ID IF A SECOND
      *    PAYMENT REALLY IS INTENDED.  ROWS AN OFF-CYCLE RUN
      *    (PAYOFFC) RELEASED UNDER THE SAME IDENTITY ARE NEVER
      *    REPLACED EITHER -- THEY ARE A DIFFERENT PAYMENT.
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
      *    PAYMENT TYPE AND REASON ARRIVED WITH PAYOFFC; A REGISTER
      *    CREATED BEFORE THEN GAINS THEM HERE.
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

           MOVE ZERO TO REG-ANSWERED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :REG-ANSWERED-COUNT
                 FROM PAY_REGISTER
                WHERE RUN_DATE   = :RL-BUSINESS-DATE
                  AND JOB_ID     = :WS-JOB-ID
                  AND (PAY_STATUS <> 'R'
                    OR COALESCE(PAY_TYPE, 'SAL') <> 'SAL')
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF  REG-ANSWERED-COUNT > ZERO
               DISPLAY "*** RUN " RL-BUSINESS-DATE "/" WS-JOB-ID
                       " ALREADY ANSWERED BY THE BUREAU OR USED "
                       "OFF-CYCLE ("
                       REG-ANSWERED-COUNT " ROWS) -- REFUSING TO "
                       "RUN ***"
               PERFORM REFUSE-RUN-RTN
           END-IF.

           EXEC SQL
               DELETE FROM PAY_REGISTER
                WHERE RUN_DATE = :RL-BUSINESS-DATE
                  AND JOB_ID   = :WS-JOB-ID
           END-EXEC.
           IF  SQLSTATE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      ******************************************************************
       WRITE-HEADER-RTN.
      ******************************************************************

      ******************************************************************
       WRITE-DETAIL-RTN.
      *    THE PAY AMOUNT IS THE PERIOD'S NET PAY FROM PAY_CALC
      *    CARRIED AS AN UNSIGNED FIXED-WIDTH AMOUNT -- THE BUREAU'S
      *    FORMAT HAS NO SIGN COLUMN, AND PAYCALC NEVER STORES A NET
      *    BELOW ZERO.  IF ONE EVER APPEARS ANYWAY, THE EXTRACT
      *    FAILS RATHER THAN SHIPPING A WRAPPED AMOUNT.
      ******************************************************************
           IF  CALC-NET < ZERO
               DISPLAY "*** NEGATIVE NET PAY ON EMP_NO " EMP-NO
                       " -- EXTRACT ABANDONED ***"
               SET  EXTRACT-FAILED TO TRUE
               SET  END-OF-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *    NO CALCULATION FOR THE PERIOD (HIRED OR REINSTATED AFTER
      *    PAYCALC RAN) OR ONE WORKED FROM A SALARY THAT HAS SINCE
      *    CHANGED -- EITHER WAY THE NET ON FILE IS NOT THIS
      *    EMPLOYEE'S NET, SO PAYROLL RERUNS PAYCALC OR PAYS BY HAND.
      *    NO BANK ROW ON FILE (OR ONE WITH A BLANK ACCOUNT) --
      *    THE BUREAU CANNOT LAND THE TRANSFER.  A ZERO NET (ALL OF
      *    GROSS DEDUCTED) HAS NOTHING TO SEND.  EACH GOES TO THE
      *    EXCEPTION FILE INSTEAD OF THE TRANSFER, AND THE TRAILER
      *    TOTALS NEVER INCLUDE THE AMOUNT.
           EVALUATE TRUE
              WHEN  CALC-FOUND NOT = "Y"
                 MOVE "NO PAY CALCULATION FOR PERIOD"
                                  TO WS-EXCEPT-REASON
                 PERFORM WRITE-EXCEPTION-RTN
                 EXIT PARAGRAPH
              WHEN  CALC-GROSS NOT = EMP-SALARY
                 MOVE "SALARY CHANGED SINCE PAYCALC"
                                  TO WS-EXCEPT-REASON
                 PERFORM WRITE-EXCEPTION-RTN
                 EXIT PARAGRAPH
              WHEN  BNK-ACCT-NO = SPACE
                 MOVE "NO BANK DETAILS ON FILE"
                                  TO WS-EXCEPT-REASON
                 PERFORM WRITE-EXCEPTION-RTN
                 EXIT PARAGRAPH
              WHEN  CALC-NET = ZERO
                 MOVE "ZERO NET PAY AFTER DEDUCTIONS"
                                  TO WS-EXCEPT-REASON
                 PERFORM WRITE-EXCEPTION-RTN
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "D"        TO PDR-REC-TYPE.
           MOVE EMP-NO     TO PDR-EMP-NO.
           MOVE EMP-NAME   TO PDR-EMP-NAME.
           MOVE CALC-NET   TO PDR-PAY-AMOUNT.
           MOVE BNK-BANK-CODE   TO PDR-BANK-CODE.
           MOVE BNK-ACCT-NO     TO PDR-ACCT-NO.
           MOVE BNK-HOLDER-NAME TO PDR-HOLDER-NAME.
           WRITE PAY-DETAIL-REC.
           ADD  1          TO WS-WRITE-COUNT.
           ADD  CALC-NET   TO WS-WRITE-HASH.

           MOVE WS-WRITE-COUNT TO REG-PAY-SEQ.
           EXEC SQL
               INSERT INTO PAY_REGISTER
                      (RUN_DATE, JOB_ID, PAY_SEQ, EMP_NO, DEPT_CODE,
                       PAY_AMOUNT, BANK_CODE, ACCT_NO, PAY_STATUS,
                       REASON_CODE, SETTLE_DATE, PAY_TYPE, PAY_REASON)
               VALUES (:RL-BUSINESS-DATE,:WS-JOB-ID,:REG-PAY-SEQ,
                       :EMP-NO,:EMP-DEPT,:CALC-NET,:BNK-BANK-CODE,
                       :BNK-ACCT-NO,'R',' ',0,'SAL',' ')
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  EXTRACT-FAILED TO TRUE
               SET  END-OF-CURSOR TO TRUE
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      *    THE AMOUNT SHOWN IS THE NET PAYROLL HAS TO SEND BY OTHER
      *    MEANS -- OR GROSS WHERE NO USABLE NET WAS CALCULATED.
      ******************************************************************
           ADD  1 TO WS-EXCEPTION-COUNT.
           MOVE SPACE      TO EXCEPT-FILE-REC.
           MOVE EMP-NO     TO XCR-EMP-NO.
           MOVE EMP-NAME   TO XCR-EMP-NAME.
           IF  CALC-FOUND = "Y" AND CALC-GROSS = EMP-SALARY
               MOVE CALC-NET   TO XCR-PAY-AMOUNT
           ELSE
               MOVE EMP-SALARY TO XCR-PAY-AMOUNT
           END-IF.
           MOVE WS-EXCEPT-REASON TO XCR-REASON.
           WRITE EXCEPT-FILE-REC.
           DISPLAY "*** " WS-EXCEPT-REASON " FOR EMP_NO " EMP-NO
                   " -- SENT TO EXCEPTIONS ***".

      ******************************************************************
