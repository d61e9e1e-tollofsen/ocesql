      *            current EMP row with its department name and cost
      *            center, whether bank details are on file, the
      *            recent EMP_AUDIT actions with operator and job,
      *            the EMP_SALHIST before/after values, the
      *            department moves from DEPT_HIST, and whether
      *            the employee is sitting in the reject file
      *            awaiting a fix.  Every line goes both to the
      *            screen for the clerk on the phone and to a report

       01  WS-AUDIT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SALH-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-DEPTH-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-REJ-EMPNO            PIC 9(04) VALUE ZERO.

           03  FILLER              PIC  X(02) VALUE SPACE.
           03  SL-NAME-CHG         PIC  X(12).

       01  WS-DEPTH-LINE.
           03  FILLER              PIC  X(05) VALUE "EFF: ".
           03  DHL-EFF-DATE        PIC 9(08).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DHL-OLD-DEPT        PIC  X(04).
           03  FILLER              PIC  X(04) VALUE " -> ".
           03  DHL-NEW-DEPT        PIC  X(04).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DHL-CHG-DATE        PIC 9(08).
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  DHL-CHG-TIME        PIC 9(06).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DHL-OPERATOR        PIC  X(08).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  DHL-JOB-ID          PIC  X(08).

       01  WS-REJ-LINE.
           03  FILLER              PIC  X(15) VALUE "AWAITING FIX: ".
           03  RJ-REASON           PIC  X(30).
       01  SH-CHG-DATE             PIC 9(08) VALUE ZERO.
       01  SH-CHG-TIME             PIC 9(06) VALUE ZERO.
       01  SH-OPERATOR             PIC  X(08) VALUE SPACE.
       01  DH-OLD-DEPT             PIC  X(04) VALUE SPACE.
       01  DH-NEW-DEPT             PIC  X(04) VALUE SPACE.
       01  DH-EFF-DATE             PIC 9(08) VALUE ZERO.
       01  DH-CHG-DATE             PIC 9(08) VALUE ZERO.
       01  DH-CHG-TIME             PIC 9(06) VALUE ZERO.
       01  DH-OPERATOR             PIC  X(08) VALUE SPACE.
       01  DH-JOB-ID               PIC  X(08) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM SHOW-EMP-RTN.
           PERFORM SHOW-AUDIT-RTN.
           PERFORM SHOW-SALHIST-RTN.
           PERFORM SHOW-DEPTHIST-RTN.
           PERFORM SHOW-REJECT-RTN.

           CLOSE REPORT-FILE.
               PERFORM WRITE-LINE-RTN
           END-IF.

      ******************************************************************
       SHOW-DEPTHIST-RTN.
      *    OLDEST FIRST, LIKE THE SALARY HISTORY -- EACH LINE IS ONE
      *    EMPMAINT TRANSFER: EFFECTIVE DATE, FROM AND TO, THEN WHEN
      *    AND BY WHOM IT WAS KEYED.  THE TABLE ONLY EXISTS ONCE A
      *    LOAD OR A TRANSFER HAS CREATED IT, SO IT IS PUT IN PLACE
      *    HERE RATHER THAN LETTING AN OLDER DATABASE FAIL THE VIEW.
      ******************************************************************
           MOVE WS-SECTION-LINE TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "DEPARTMENT HISTORY (OLDEST FIRST)" TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.

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
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN EXIT PARAGRAPH.

           EXEC SQL
               DECLARE INQD_CUR CURSOR FOR
                   SELECT COALESCE(OLD_DEPT, ' '), NEW_DEPT,
                          EFFECTIVE_DATE, CHG_DATE, CHG_TIME,
                          OPERATOR_ID, JOB_ID
                     FROM DEPT_HIST
                    WHERE EMP_NO = :EMP-NO
                    ORDER BY EFFECTIVE_DATE, CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN INQD_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO PERFORM ERROR-RTN EXIT PARAGRAPH.

           MOVE ZERO TO WS-DEPTH-COUNT.
           MOVE "N"  TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH INQD_CUR
                    INTO :DH-OLD-DEPT,:DH-NEW-DEPT,
                         :DH-EFF-DATE,:DH-CHG-DATE,:DH-CHG-TIME,
                         :DH-OPERATOR,:DH-JOB-ID
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     ADD  1 TO WS-DEPTH-COUNT
                     MOVE DH-EFF-DATE   TO DHL-EFF-DATE
                     MOVE DH-OLD-DEPT   TO DHL-OLD-DEPT
                     MOVE DH-NEW-DEPT   TO DHL-NEW-DEPT
                     MOVE DH-CHG-DATE   TO DHL-CHG-DATE
                     MOVE DH-CHG-TIME   TO DHL-CHG-TIME
                     MOVE DH-OPERATOR   TO DHL-OPERATOR
                     MOVE DH-JOB-ID     TO DHL-JOB-ID
                     MOVE WS-DEPTH-LINE TO WS-OUT-LINE
                     PERFORM WRITE-LINE-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE INQD_CUR
           END-EXEC.

           IF  WS-DEPTH-COUNT = ZERO
               MOVE "  (NO DEPARTMENT TRANSFERS ON RECORD)"
                                                   TO WS-OUT-LINE
               PERFORM WRITE-LINE-RTN
           END-IF.

      ******************************************************************
       SHOW-REJECT-RTN.
      *    A MISSING REJECT FILE JUST MEANS NO BACKLOG -- NOT AN
