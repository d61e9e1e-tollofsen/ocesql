
      *    LEFT JOIN SO AN AUDIT ROW WHOSE EMP ROW HAS SINCE BEEN
      *    DELETED STILL LISTS -- THE NULL EMP SIDE COMES BACK AS A
      *    "Y" DELETED FLAG AND A BLANK NAME -- EXCEPT EMP_NO ZERO,
      *    WHICH IS NO EMPLOYEE AT ALL (OPSRPT'S RUNCLEAR ROWS, FOR
      *    A RUN_LOG CLOSE-OUT).  THE CHAR FILTERS PUT
      *    THE COLUMN COMPARISON FIRST SO THE PARAMETER'S TYPE IS
      *    INFERRED FROM THE CHAR(8) COLUMN -- SENTINEL-FIRST WOULD
      *    RESOLVE IT AS TEXT, WHERE THE BLANK FILTER'S PADDING IS
                          A.ACTION_TYPE, A.LOAD_DATE, A.LOAD_TIME,
                          COALESCE(E.EMP_NAME, ' '),
                          CASE WHEN E.EMP_NO IS NULL
                                AND A.EMP_NO <> 0
                               THEN 'Y' ELSE 'N' END
                     FROM EMP_AUDIT A
                     LEFT JOIN EMP E ON E.EMP_NO = A.EMP_NO
