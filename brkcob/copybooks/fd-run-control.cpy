      *    (OUTCOME RUNNING/OK/WARNING/ERROR), 'FILE' FOR AN INPUT    *
      *    FILE MSGSTORE LOADED (OUTCOME LOADED, THE NAME IN THE      *
      *    DETAIL), AND 'OVRRD' FOR AN OPERATOR OVERRIDE KEYED ON    *
      *    THE RUNCTL SCREEN. THE LATEST EVENT WINS. AN OVERRIDE      *
      *    WITH OUTCOME 'RELEASE' AND A BATCH ID IN THE DETAIL LETS   *
      *    A BATCH HELD FOR DUPLICATE REFERENCES THROUGH. STEP        *
      *    'CHAIN' CARRIES THE CHAIN ITSELF : A 'START' WITH OUTCOME  *
      *    'OPEN' WHEN RUNCTL OPENS IT, AND AN OVERRIDE WITH OUTCOME  *
      *    'BUSDAY' LETS IT OPEN ON A WEEKEND OR HOLIDAY. CHAINRUN    *
      *    ADDS 'START' WITH OUTCOME 'RERUN' WHEN IT RESUMES A DATE,  *
      *    ONE 'STEP' EVENT PER STEP IT RAN (THE STEP NAME, RETURN    *
      *    CODE AND ELAPSED SECONDS IN THE DETAIL) AND A CLOSING      *
      *    'END'.                                                     *
      *---------------------------------------------------------------*
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
               88  RC-EVENT-END        VALUE 'END'.
               88  RC-EVENT-FILE       VALUE 'FILE'.
               88  RC-EVENT-OVERRIDE   VALUE 'OVRRD'.
               88  RC-EVENT-STEP       VALUE 'STEP'.
           05  FILLER                  PIC X(01).
           05  RC-OUTCOME              PIC X(08).
           05  FILLER                  PIC X(01).
