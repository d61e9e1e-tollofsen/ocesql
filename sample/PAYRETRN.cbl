      *              A return file whose trailer disagrees with its
      *              contents discards the work file rather than
      *              handing the clerk a plausible-looking partial
      *              list.  Each answered transfer is also stamped
      *              settled or failed, with the bureau's reason code,
      *              on its PAY_REGISTER row, so the outcome outlives
      *              the work file the next run overwrites; a return
      *              file that cannot be trusted stamps nothing.  An
      *              off-cycle run's return file is reconciled the
      *              same way against PAYOFFC's transfer file, named
      *              by PAYRETRN_PAYFILE.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE       ASSIGN TO WS-ENV-PARMFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PARAMFILE-STATUS.
           SELECT PAY-FILE         ASSIGN TO WS-ENV-PAYFILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  WS-PAYFILE-STATUS.
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

      *    SAME LAYOUTS AS EMPPAY'S PAY-FILE -- THIS PROGRAM READS
      *    THE FILE EMPPAY RELEASED, RECORD TYPE IN COLUMN 1.
       FD  PAY-FILE.
       01  REPORT-LINE             PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  WS-ENV-DBNAME           PIC  X(30) VALUE SPACE.
       01  WS-ENV-USERNAME         PIC  X(30) VALUE SPACE.
       01  WS-ENV-PASSWD           PIC  X(10) VALUE SPACE.
       01  WS-ENV-PARMFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-PAYFILE          PIC  X(80) VALUE SPACE.
       01  WS-ENV-RETFILE          PIC  X(80) VALUE SPACE.
       01  WS-ENV-FAILFILE         PIC  X(80) VALUE SPACE.
       01  WS-ENV-REPORTFILE       PIC  X(80) VALUE SPACE.
       01  WS-PARAMFILE-STATUS     PIC  X(02).
       01  WS-PAYFILE-STATUS       PIC  X(02).
       01  WS-RETFILE-STATUS       PIC  X(02).
       01  WS-FAILFILE-STATUS      PIC  X(02).
       01  WS-FAILED-AMOUNT        PIC 9(12)V99 VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-UNANSWERED-COUNT     PIC 9(09) VALUE ZERO.
      *    ANSWERED TRANSFERS WITH NO PAY_REGISTER ROW TO STAMP --
      *    A FILE RELEASED BEFORE THE REGISTER EXISTED, OR ONE
      *    COPIED IN FROM ELSEWHERE.
       01  WS-UNREGISTERED-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

      *    SET WHEN THE RETURN FILE CANNOT BE TRUSTED (BAD TRAILER,
      *    MANGLED RECORD, STAGING OVERFLOW) -- THE WORK FILE IS
           03  OL-UNMATCHED        PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(15) VALUE "  UNANSWERED: ".
           03  OL-UNANSWERED       PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(19) VALUE
                                       "  NOT IN REGISTER: ".
           03  OL-UNREGISTERED     PIC ZZZ,ZZ9.

       01  WS-OUTCOME-LINE         PIC  X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
      *    PAY_REGISTER KEY OF THE RELEASE BEING ANSWERED -- RUN DATE
      *    AND JOB ID FROM THE PAY FILE'S HEADER, SEQUENCE FROM THE
      *    DETAIL'S POSITION IN THE FILE -- AND THE STAMP APPLIED.
       01  REG-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  REG-JOB-ID              PIC  X(08) VALUE SPACE.
       01  REG-PAY-SEQ             PIC 9(09) VALUE ZERO.
       01  REG-STATUS              PIC  X(01) VALUE SPACE.
       01  REG-REASON              PIC  X(04) VALUE SPACE.
       01  REG-SETTLE-DATE         PIC 9(08) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************

           PERFORM INIT-CONFIG-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO REG-SETTLE-DATE.

      *    CONNECT -- SAME PATTERN AS EMPRPT
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM SETUP-REGISTER-RTN.

           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORTFILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN SETTLEMENT REPORT: "
           PERFORM WRITE-TOTALS-RTN.
           CLOSE REPORT-FILE.

      *    THE REGISTER STAMPS STAND OR FALL WITH THE WORK FILE -- A
      *    RETURN FILE THAT COULD NOT BE TRUSTED STAMPS NOTHING.
           IF  RUN-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           IF  RUN-FAILED
               DISPLAY "*** PAYRETRN FAILED -- NOTHING ACTIONABLE "
                       "PRODUCED ***"
       INIT-CONFIG-RTN.
      *    THE PAY FILE NAME COMES FROM THE SAME ENVIRONMENT VARIABLE
      *    EMPPAY WRITES THROUGH, SO THE RESPONSES ALWAYS MATCH
      *    AGAINST THE FILE ACTUALLY RELEASED.  THE RECONCILIATION IS
      *    FILE AGAINST FILE; THE DATABASE (SAME SOURCING AS EMPPAY)
      *    ONLY RECEIVES THE OUTCOME ON PAY_REGISTER.
      *    PAYRETRN_PAYFILE NAMES ANOTHER TRANSFER FILE TO MATCH
      *    AGAINST (AN OFF-CYCLE RUN'S) AND WINS OVER EMPPAY_OUTFILE.
      ******************************************************************
           ACCEPT WS-ENV-DBNAME    FROM ENVIRONMENT "INSERTTBL_DBNAME".
           ACCEPT WS-ENV-USERNAME
                           FROM ENVIRONMENT "INSERTTBL_USERNAME".
           ACCEPT WS-ENV-PASSWD    FROM ENVIRONMENT "INSERTTBL_PASSWD".
           ACCEPT WS-ENV-PARMFILE
                           FROM ENVIRONMENT "INSERTTBL_PARMFILE".
           ACCEPT WS-ENV-PAYFILE
                           FROM ENVIRONMENT "PAYRETRN_PAYFILE".
           IF  WS-ENV-PAYFILE = SPACE
               ACCEPT WS-ENV-PAYFILE
                           FROM ENVIRONMENT "EMPPAY_OUTFILE"
           END-IF.
           ACCEPT WS-ENV-RETFILE
                           FROM ENVIRONMENT "PAYRETRN_RETFILE".
           ACCEPT WS-ENV-FAILFILE
           IF  WS-ENV-REPORTFILE = SPACE
               MOVE "PAYRETRN.RPT"  TO WS-ENV-REPORTFILE
           END-IF.
           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
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
      *    SAME TABLE DEFINITION AS EMPPAY'S SETUP-REGISTER-RTN --
      *    WHICHEVER PROGRAM RUNS FIRST PUTS IT IN PLACE.
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
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       STAGE-PAY-FILE-RTN.
      ******************************************************************
           EVALUATE PHR-REC-TYPE
              WHEN  "H"
                 MOVE PHR-RUN-DATE  TO REG-RUN-DATE
                 MOVE PHR-JOB-ID    TO REG-JOB-ID
              WHEN  "D"
                 ADD  1 TO WS-PAY-DETAIL-COUNT
                 IF  PAY-TBL-COUNT < PAY-TBL-MAX-ROWS
           END-IF.

           SET  PAY-RESPONSE-SEEN(WS-MATCH-SUB) TO TRUE.
           PERFORM STAMP-REGISTER-RTN.
           IF  RDR-STATUS = "S"
               ADD  1          TO WS-SETTLED-COUNT
               ADD  RDR-AMOUNT TO WS-SETTLED-AMOUNT
               PERFORM WRITE-FAIL-REC-RTN
           END-IF.

      ******************************************************************
       STAMP-REGISTER-RTN.
      *    THE STAGED TRANSFER'S POSITION IN THE TABLE IS ITS DETAIL
      *    SEQUENCE IN THE PAY FILE -- THE SAME SEQUENCE EMPPAY KEYED
      *    ITS REGISTER ROW ON.  ANY STATUS OTHER THAN "S" IS A
      *    FAILURE, SAME RULE AS THE SETTLEMENT TALLY BELOW.  A
      *    RERUN OVER THE SAME RETURN FILE SIMPLY RESTAMPS THE SAME
      *    ROWS THE SAME WAY.
      ******************************************************************
           MOVE WS-MATCH-SUB TO REG-PAY-SEQ.
           IF  RDR-STATUS = "S"
               MOVE "S"        TO REG-STATUS
               MOVE SPACE      TO REG-REASON
           ELSE
               MOVE "F"        TO REG-STATUS
               MOVE RDR-REASON TO REG-REASON
           END-IF.
           EXEC SQL
               UPDATE PAY_REGISTER
                  SET PAY_STATUS  = :REG-STATUS,
                      REASON_CODE = :REG-REASON,
                      SETTLE_DATE = :REG-SETTLE-DATE
                WHERE RUN_DATE = :REG-RUN-DATE
                  AND JOB_ID   = :REG-JOB-ID
                  AND PAY_SEQ  = :REG-PAY-SEQ
           END-EXEC.
      *    SQLERRD(3) IS THE AFFECTED-ROW COUNT, SAME CHECK AS
      *    BNKMAINT'S -- AN UPDATE THAT FINDS NO ROW IS NOT AN ERROR.
           EVALUATE SQLSTATE
              WHEN  ZERO
                 IF  SQLERRD(3) = 0
                     ADD  1 TO WS-UNREGISTERED-COUNT
                 END-IF
              WHEN  "02000"
                 ADD  1 TO WS-UNREGISTERED-COUNT
              WHEN  OTHER
                 PERFORM ERROR-RTN
                 SET  RUN-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
       WRITE-FAIL-REC-RTN.
      ******************************************************************
           WRITE REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT  TO OL-UNMATCHED.
           MOVE WS-UNANSWERED-COUNT TO OL-UNANSWERED.
           MOVE WS-UNREGISTERED-COUNT TO OL-UNREGISTERED.
           MOVE WS-ODD-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUTCOME-LINE    TO REPORT-LINE.
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
