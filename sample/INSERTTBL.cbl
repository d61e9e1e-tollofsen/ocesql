           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    DEPT_HIST SURVIVES REBUILDS TOO -- EMPMAINT'S TRANSFERS
      *    RECORD EACH OLD DEPARTMENT THERE, AND A RELOAD THAT
      *    RE-SENDS THE CURRENT CODE MUST NOT ERASE WHERE PEOPLE
      *    CAME FROM.
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

      *    PEND_CHG SURVIVES REBUILDS AS WELL -- A SALARY OR BANK
      *    CHANGE WAITING FOR ITS SECOND OPERATOR (EMPMAINT,
      *    BNKMAINT) MUST NOT VANISH, AND NEITHER MAY THE RECORD OF
      *    WHO ASKED FOR AND WHO DECIDED EACH ONE.
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

      ******************************************************************
       MIGRATE-SCHEMA-RTN.
      *    FIRST INCREMENTAL RUN AGAINST A DATABASE BUILT BEFORE THE
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

           PERFORM WIDEN-SALARY-COLUMNS-RTN.

      ******************************************************************
      *    TRANSACTION -- SO A SECOND INSERTTBL REFUSES TO START
      *    WHILE A RUNNING ROW IS ON THE LOG.  A JOB THAT DIED
      *    WITHOUT ITS COMPLETION ROW LEAVES A STALE RUNNING ROW;
      *    OPSRPT'S CLOSE-OUT (OPSRPT_CLEARPGM) MARKS IT ABANDON AND
      *    AUDITS WHO CLEARED IT; INSERTTBL_FORCERUN=Y REMAINS THE
      *    OPERATOR'S WAY PAST IT ONCE THE DEAD JOB HAS BEEN
      *    CONFIRMED GONE.
      ******************************************************************
      *    THE CHECK AND THE START-ROW INSERT ARE ONLY ATOMIC IF THE
      *    TABLE IS HELD ACROSS BOTH -- TWO LOADERS ARRIVING IN THE
               DISPLAY "*** ANOTHER INSERTTBL RUN IS IN FLIGHT ("
                       RL-ACTIVE-COUNT " RUNNING ROW(S) ON RUN_LOG)"
                       " -- REFUSING TO START ***"
               DISPLAY "*** A DEAD RUN'S ROW IS CLEARED WITH OPSRPT "
                       "(OPSRPT_CLEARPGM) ***"
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
