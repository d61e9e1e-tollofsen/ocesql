      *            header and salary subtotal per department, with a
      *            grand total and row count at the end -- so a load
      *            can be checked without ad-hoc SQL and payroll no
      *            longer splits the listing by hand.  Given a
      *            period (EMPRPT_XFERFROM / EMPRPT_XFERTO), it then
      *            lists that period's DEPT_HIST transfers in and out
      *            of each department.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      *    "Y" SKIPS THE DEPENDENCY GATE -- SAME ONE-TIME ESCAPE
      *    HATCH AS THE LOADER'S ACTIVE-RUN INTERLOCK.
       01  WS-ENV-FORCERUN         PIC  X(01) VALUE SPACE.
      *    TRANSFER PERIOD (YYYYMMDD, EFFECTIVE DATES) -- EITHER ONE
      *    SET ASKS FOR THE TRANSFER SECTION; A MISSING END IS OPEN.
       01  WS-ENV-XFERFROM         PIC  X(08) VALUE SPACE.
       01  WS-ENV-XFERTO           PIC  X(08) VALUE SPACE.
       01  WS-CURRENT-DATE-TIME    PIC  X(21).

      *    SET WHEN A FETCH DIES MID-REPORT, SO THE RUN-LOG ROW CAN
       01  WS-LEAVE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TERM-COUNT           PIC 9(06) VALUE ZERO.

      *    TRANSFER SECTION STATE -- ITS OWN CONTROL BREAK, SINCE THE
      *    TRANSFER CURSOR IS ORDERED BY DEPARTMENT TOO.
       01  WS-XFER-FLAG            PIC  X(01) VALUE "N".
           88  XFER-REQUESTED             VALUE "Y".
       01  WS-XFER-PREV-DEPT       PIC  X(04) VALUE SPACE.
       01  WS-XFER-FIRST-FLAG      PIC  X(01) VALUE "Y".
           88  FIRST-XFER-ROW             VALUE "Y".
       01  WS-XFER-DEPT-IN         PIC 9(06) VALUE ZERO.
       01  WS-XFER-DEPT-OUT        PIC 9(06) VALUE ZERO.
       01  WS-XFER-MOVE-COUNT      PIC 9(06) VALUE ZERO.

       01  WS-PARSE-FIELD          PIC  X(08) VALUE SPACE.
       01  WS-PARSE-VALUE          PIC 9(08) VALUE ZERO.
       01  WS-PARSE-LEN            PIC 9(02) VALUE ZERO.
       01  WS-PARSE-STATUS         PIC  X(01) VALUE "N".
           88  PARSE-OK                   VALUE "Y".
       01  WS-SCAN-IDX             PIC 9(02) VALUE ZERO.

       01  WS-DEPT-HEADER-LINE.
           03  FILLER              PIC  X(12) VALUE "DEPARTMENT: ".
           03  DH-DEPT-CODE        PIC  X(04).
                                       "   GRAND TOTAL SALARY: ".
           03  TL-SALARY-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-XFER-TITLE-LINE.
           03  FILLER              PIC  X(30) VALUE
                                       "DEPARTMENT TRANSFERS EFFECTIVE".
           03  FILLER              PIC  X(01) VALUE SPACE.
           03  XT-DATE-FROM        PIC 9(08).
           03  FILLER              PIC  X(04) VALUE " TO ".
           03  XT-DATE-TO          PIC 9(08).

       01  WS-XFER-HEADER-LINE     PIC  X(80) VALUE
           "DIR  EMP NO  EMPLOYEE NAME                   FROM/TO  EFFECT
      -    "IVE".

       01  WS-XFER-DETAIL-LINE.
           03  XL-DIRECTION        PIC  X(03).
           03  FILLER              PIC  X(04) VALUE SPACE.
           03  XL-EMP-NO           PIC ZZZ9.
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  XL-EMP-NAME         PIC  X(30).
           03  FILLER              PIC  X(02) VALUE SPACE.
           03  XL-OTHER-DEPT       PIC  X(04).
           03  FILLER              PIC  X(05) VALUE SPACE.
           03  XL-EFF-DATE         PIC 9(08).

       01  WS-XFER-DEPT-LINE.
           03  FILLER              PIC  X(16) VALUE
                                       "  TRANSFERS IN: ".
           03  XD-IN-COUNT         PIC ZZZ,ZZ9.
           03  FILLER              PIC  X(07) VALUE "  OUT: ".
           03  XD-OUT-COUNT        PIC ZZZ,ZZ9.

       01  WS-XFER-TOTAL-LINE.
           03  FILLER              PIC  X(16) VALUE
                                       "TRANSFER MOVES: ".
           03  XG-MOVE-COUNT       PIC ZZZ,ZZ9.

       01  WS-STATUS-TOTAL-LINE.
           03  FILLER              PIC  X(08) VALUE "ACTIVE: ".
           03  ST-ACTIVE-COUNT     PIC ZZZ,ZZ9.
       01  EMP-DEPT                PIC  X(04) VALUE SPACE.
       01  EMP-STATUS              PIC  X(01) VALUE SPACE.
       01  DEPT-NAME               PIC  X(30) VALUE SPACE.
      *    TRANSFER CURSOR FIELDS -- ONE ROW PER MOVE PER SIDE: THE
      *    DEPARTMENT IT ENTERED ("IN ") AND THE ONE IT LEFT ("OUT").
       01  XFER-DATE-FROM          PIC 9(08) VALUE ZERO.
       01  XFER-DATE-TO            PIC 9(08) VALUE 99999999.
       01  XFER-DIRECTION          PIC  X(03) VALUE SPACE.
       01  XFER-OTHER-DEPT         PIC  X(04) VALUE SPACE.
       01  XFER-EFF-DATE           PIC 9(08) VALUE ZERO.
      *    RUN-LOG FIELDS -- SAME TABLE AND DISCIPLINE AS INSERTTBL'S
      *    SETUP-RUN-LOG-RTN.
       01  SYS-TIME                PIC 9(08).
           END-PERFORM.

           PERFORM WRITE-TOTAL-RTN.

           EXEC SQL
               CLOSE EMP_CUR
           END-EXEC.

           IF  XFER-REQUESTED AND NOT RUN-FAILED
               PERFORM LIST-TRANSFERS-RTN
           END-IF.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUNLOG-END-RTN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
                           FROM ENVIRONMENT "EMPRPT_REPORTFILE".
           ACCEPT WS-ENV-FORCERUN
                           FROM ENVIRONMENT "EMPRPT_FORCERUN".
           ACCEPT WS-ENV-XFERFROM  FROM ENVIRONMENT "EMPRPT_XFERFROM".
           ACCEPT WS-ENV-XFERTO    FROM ENVIRONMENT "EMPRPT_XFERTO".

           IF  WS-ENV-PARMFILE = SPACE
               MOVE "insrttbl.par"  TO WS-ENV-PARMFILE
           MOVE WS-ENV-OPERATOR    TO WS-OPERATOR-ID.
           MOVE WS-ENV-JOBID       TO WS-JOB-ID.

      *    A BAD DATE IS WARNED ABOUT AND LEFT OPEN, NOT GUESSED AT --
      *    THE SECTION STILL PRINTS, OVER THE WIDER PERIOD IT NAMES.
           IF  WS-ENV-XFERFROM NOT = SPACE
               SET  XFER-REQUESTED TO TRUE
               MOVE WS-ENV-XFERFROM TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO XFER-DATE-FROM
               ELSE
                   DISPLAY "*** WARNING: BAD EMPRPT_XFERFROM "
                           "IGNORED: " WS-ENV-XFERFROM " ***"
               END-IF
           END-IF.
           IF  WS-ENV-XFERTO NOT = SPACE
               SET  XFER-REQUESTED TO TRUE
               MOVE WS-ENV-XFERTO TO WS-PARSE-FIELD
               PERFORM PARSE-ONE-FILTER-RTN
               IF  PARSE-OK
                   MOVE WS-PARSE-VALUE TO XFER-DATE-TO
               ELSE
                   DISPLAY "*** WARNING: BAD EMPRPT_XFERTO "
                           "IGNORED: " WS-ENV-XFERTO " ***"
               END-IF
           END-IF.

      ******************************************************************
       PARSE-ONE-FILTER-RTN.
      *    ENVIRONMENT VALUES ARRIVE LEFT-JUSTIFIED AND SPACE-PADDED,
      *    SO FIND THE SIGNIFICANT LENGTH FIRST -- NOT NUMERIC ON THE
      *    FULL FIELD WOULD REJECT EVERY PADDED VALUE.
      ******************************************************************
           MOVE "N"  TO WS-PARSE-STATUS.
           MOVE ZERO TO WS-PARSE-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 8 BY -1
                   UNTIL WS-SCAN-IDX < 1
               IF  WS-PARSE-FIELD(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-PARSE-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-PARSE-LEN > 0
               AND WS-PARSE-FIELD(1:WS-PARSE-LEN) NUMERIC
               MOVE WS-PARSE-FIELD(1:WS-PARSE-LEN) TO WS-PARSE-VALUE
               SET  PARSE-OK TO TRUE
           END-IF.

      ******************************************************************
       READ-PARAM-FILE-RTN.
      ******************************************************************
           MOVE WS-STATUS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       LIST-TRANSFERS-RTN.
      *    EVERY DEPT_HIST MOVE EFFECTIVE IN THE PERIOD APPEARS TWICE
      *    -- AS A TRANSFER IN UNDER THE DEPARTMENT IT ENTERED AND AS
      *    A TRANSFER OUT UNDER THE ONE IT LEFT -- SO EACH
      *    DEPARTMENT'S MOVEMENT READS IN ONE PLACE.  A MOVE OUT OF
      *    NO DEPARTMENT (A ROW FROM BEFORE DEPARTMENTS EXISTED)
      *    LISTS UNDER THE BLANK CODE, LIKE THE MAIN LISTING.
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
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE XFER_CUR CURSOR FOR
                   SELECT X.DEPT_CODE,
                          COALESCE(D.DEPT_NAME, '(NO DEPARTMENT)'),
                          X.DIRECTION, X.EMP_NO,
                          COALESCE(E.EMP_NAME, ' '),
                          X.OTHER_DEPT, X.EFFECTIVE_DATE
                     FROM (SELECT COALESCE(H.NEW_DEPT, ' ')
                                      AS DEPT_CODE,
                                  'IN ' AS DIRECTION, H.EMP_NO,
                                  COALESCE(H.OLD_DEPT, ' ')
                                      AS OTHER_DEPT,
                                  H.EFFECTIVE_DATE
                             FROM DEPT_HIST H
                            WHERE H.EFFECTIVE_DATE >= :XFER-DATE-FROM
                              AND H.EFFECTIVE_DATE <= :XFER-DATE-TO
                           UNION ALL
                           SELECT COALESCE(H.OLD_DEPT, ' '),
                                  'OUT', H.EMP_NO,
                                  COALESCE(H.NEW_DEPT, ' '),
                                  H.EFFECTIVE_DATE
                             FROM DEPT_HIST H
                            WHERE H.EFFECTIVE_DATE >= :XFER-DATE-FROM
                              AND H.EFFECTIVE_DATE <= :XFER-DATE-TO
                          ) X
                     LEFT JOIN DEPT D ON D.DEPT_CODE = X.DEPT_CODE
                     LEFT JOIN EMP  E ON E.EMP_NO    = X.EMP_NO
                    ORDER BY X.DEPT_CODE, X.DIRECTION,
                             X.EFFECTIVE_DATE, X.EMP_NO
           END-EXEC.

           EXEC SQL
               OPEN XFER_CUR
           END-EXEC.
           IF  SQLSTATE NOT = ZERO
               PERFORM ERROR-RTN
               SET  RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE XFER-DATE-FROM      TO XT-DATE-FROM.
           MOVE XFER-DATE-TO        TO XT-DATE-TO.
           MOVE WS-XFER-TITLE-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-XFER-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADER-LINE-2    TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURSOR
               EXEC SQL
                   FETCH XFER_CUR
                    INTO :EMP-DEPT,:DEPT-NAME,
                         :XFER-DIRECTION,:EMP-NO,:EMP-NAME,
                         :XFER-OTHER-DEPT,:XFER-EFF-DATE
               END-EXEC
               EVALUATE SQLSTATE
                  WHEN  "02000"
                     SET  END-OF-CURSOR TO TRUE
                  WHEN  ZERO
                     PERFORM WRITE-XFER-DETAIL-RTN
                  WHEN  OTHER
                     PERFORM ERROR-RTN
                     SET  RUN-FAILED TO TRUE
                     SET  END-OF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE XFER_CUR
           END-EXEC.

           IF  NOT FIRST-XFER-ROW
               PERFORM WRITE-XFER-DEPT-TOTAL-RTN
           END-IF.
           MOVE WS-HEADER-LINE-2    TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-XFER-MOVE-COUNT  TO XG-MOVE-COUNT.
           MOVE WS-XFER-TOTAL-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-XFER-DETAIL-RTN.
      *    EACH MOVE IS COUNTED ONCE, ON ITS "IN " SIDE, FOR THE
      *    GRAND TOTAL.
      ******************************************************************
           IF  FIRST-XFER-ROW OR EMP-DEPT NOT = WS-XFER-PREV-DEPT
               IF  NOT FIRST-XFER-ROW
                   PERFORM WRITE-XFER-DEPT-TOTAL-RTN
               END-IF
               MOVE "N"       TO WS-XFER-FIRST-FLAG
               MOVE EMP-DEPT  TO WS-XFER-PREV-DEPT
               MOVE ZERO      TO WS-XFER-DEPT-IN
               MOVE ZERO      TO WS-XFER-DEPT-OUT
               MOVE EMP-DEPT  TO DH-DEPT-CODE
               MOVE DEPT-NAME TO DH-DEPT-NAME
               MOVE WS-DEPT-HEADER-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF  XFER-DIRECTION = "IN "
               ADD  1 TO WS-XFER-DEPT-IN
               ADD  1 TO WS-XFER-MOVE-COUNT
           ELSE
               ADD  1 TO WS-XFER-DEPT-OUT
           END-IF.
           MOVE XFER-DIRECTION  TO XL-DIRECTION.
           MOVE EMP-NO          TO XL-EMP-NO.
           MOVE EMP-NAME        TO XL-EMP-NAME.
           MOVE XFER-OTHER-DEPT TO XL-OTHER-DEPT.
           MOVE XFER-EFF-DATE   TO XL-EFF-DATE.
           MOVE WS-XFER-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-XFER-DEPT-TOTAL-RTN.
      ******************************************************************
           MOVE WS-XFER-DEPT-IN   TO XD-IN-COUNT.
           MOVE WS-XFER-DEPT-OUT  TO XD-OUT-COUNT.
           MOVE WS-XFER-DEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
