      *            other AND with the hash total EMPPAY put in the
      *            transfer file for the same run -- the extract is
      *            discarded rather than released when they do not.
      *            The amounts posted are the PAY_REGISTER rows
      *            released under the transfer file's run date and
      *            job id -- exactly what the bank was sent, so an
      *            employee EMPPAY sent to its exception file was not
      *            paid and does not post.  Either transfer file may
      *            be posted: the regular run's (EMPPAY) or an
      *            off-cycle run's (PAYOFFC, via GLPOST_PAYFILE);
      *            each posts to the cost centers of the departments
      *            its payments were released under.  Employees with
      *            no department post to a configurable suspense cost
      *            center instead of falling out of balance.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      *    EVERY PROGRAM; ONLY THE LOADER READS IT.
           03  PFR-COMMIT-ROWS     PIC  X(05).

      *    SAME LAYOUTS AS EMPPAY'S PAY-FILE -- THE HEADER GIVES THE
      *    PAY PERIOD TO POST, THE TRAILER THE TOTAL TO RECONCILE TO.
       FD  PAY-FILE.
       01  PAY-HEADER-REC.
           03  PHR-REC-TYPE        PIC  X(01).
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  GL-COST-CENTER          PIC  X(08) VALUE SPACE.
       01  GL-CC-AMOUNT            PIC S9(11)V99 VALUE ZERO.
      *    RUN DATE AND JOB ID FROM THE TRANSFER FILE'S HEADER --
      *    THE PAY_REGISTER RELEASE THE FILE CARRIED.
       01  PAY-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  PAY-JOB-ID              PIC  X(08) VALUE SPACE.
       01  SYS-TIME                PIC 9(08).
       01  WS-CLOCK-TIME           PIC 9(06).
       01  WS-OPERATOR-ID          PIC  X(08) VALUE SPACE.

           PERFORM SETUP-RUN-LOG-RTN.

      *    ONE ROW PER COST CENTER OVER EXACTLY THE PAYMENTS THE
      *    TRANSFER FILE RELEASED, AS RECORDED ON PAY_REGISTER UNDER
      *    ITS RUN DATE AND JOB ID -- THE DEPARTMENT IS THE ONE THE
      *    PAYMENT WAS RELEASED UNDER, NOT WHEREVER THE EMPLOYEE SITS
      *    TODAY.  A BLANK DEPARTMENT (OR ONE DEPT HAS NEVER HEARD
      *    OF) GROUPS UNDER A BLANK COST CENTER, WHICH
      *    WRITE-POSTING-RTN RELABELS AS THE SUSPENSE CENTER.
           EXEC SQL
               DECLARE GL_CUR CURSOR FOR
                   SELECT COALESCE(D.COST_CENTER, ' '),
                          SUM(R.PAY_AMOUNT)
                     FROM PAY_REGISTER R
                     LEFT JOIN DEPT D ON D.DEPT_CODE = R.DEPT_CODE
                    WHERE R.RUN_DATE = :PAY-RUN-DATE
                      AND R.JOB_ID   = :PAY-JOB-ID
                    GROUP BY COALESCE(D.COST_CENTER, ' ')
                    ORDER BY COALESCE(D.COST_CENTER, ' ')
           END-EXEC.
       INIT-CONFIG-RTN.
      *    SAME ENVIRONMENT/PARAMETER-FILE SOURCING AS EMPPAY SO THE
      *    EXTRACT ALWAYS POSTS THE SAME DATABASE AND TRANSFER FILE
      *    THE PAY RUN USED.  GLPOST_PAYFILE NAMES ANOTHER TRANSFER
      *    FILE TO POST (AN OFF-CYCLE RUN'S) AND WINS OVER
      *    EMPPAY_OUTFILE.
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-PAYFILE
                           FROM ENVIRONMENT "GLPOST_PAYFILE".
           IF  WS-ENV-PAYFILE = SPACE
               ACCEPT WS-ENV-PAYFILE
                           FROM ENVIRONMENT "EMPPAY_OUTFILE"
           END-IF.
           ACCEPT WS-ENV-GLFILE
                           FROM ENVIRONMENT "GLPOST_OUTFILE".
           ACCEPT WS-ENV-SUSPCC    FROM ENVIRONMENT "GLPOST_SUSPCC".

      ******************************************************************
       READ-PAY-TRAILER-RTN.
      *    THE TRAILER CARRIES THE COUNT AND HASH THE EXTRACT MUST
      *    RECONCILE TO; THE HEADER'S RUN DATE AND JOB ID NAME THE
      *    PAY_REGISTER RELEASE THE TRANSFER PAID.  A DATA RECORD
      *    CANNOT START WITH "T" OR "H" (DETAILS START "D").
      ******************************************************************
           OPEN INPUT PAY-FILE.
           IF  WS-PAYFILE-STATUS NOT = "00"
                   AT END
                       MOVE "10" TO WS-PAYFILE-STATUS
                   NOT AT END
                       IF  PHR-REC-TYPE = "H"
                           MOVE PHR-RUN-DATE TO PAY-RUN-DATE
                           MOVE PHR-JOB-ID   TO PAY-JOB-ID
                       END-IF
                       IF  PTR-REC-TYPE = "T"
                           MOVE "Y" TO WS-PAY-TRAILER-SEEN
                           MOVE PTR-HASH-TOTAL TO WS-PAY-HASH
      ******************************************************************
       WRITE-POSTING-RTN.
      *    ONE DEBIT LINE PER COST CENTER.  A NEGATIVE GROUP TOTAL
      *    CANNOT HAPPEN WHILE PAYCALC NEVER STORES A NET BELOW
      *    ZERO -- IF ONE EVER APPEARS THE EXTRACT FAILS
      *    RATHER THAN SHIPPING A WRAPPED AMOUNT, SAME RULE AS
      *    EMPPAY'S.
      ******************************************************************
