       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDDUE.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  STORDDUE works out when a standing order's occurrence falls
      *  due, so STORDMNT (checking an order as it is keyed) and
      *  STORDGEN (generating the day's items) count the schedule
      *  the same way.  The caller passes the order's start date and
      *  frequency code and a zero-based occurrence number; the due
      *  date comes back with LS-VALID-FLAG "Y", or "N" when the
      *  start date is not a real calendar date, the frequency code
      *  is unknown, or the occurrence would fall past 9999.
      *  Occurrence 0 is the start date itself, which is how a
      *  caller proves a keyed date is a date.
      *  Weekly and fortnightly orders step 7 and 14 days.  Monthly,
      *  quarterly, half-yearly and yearly orders step whole months
      *  from the start and keep the start's day of the month,
      *  falling back to the month's last day where the month is
      *  shorter - every occurrence is counted from the start, not
      *  from the one before, so a 31st never drifts to the 28th.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATE-WORK.
           05  WS-START-DATE            PIC 9(8) VALUE 0.
           05  WS-START-PARTS REDEFINES WS-START-DATE.
               10  WS-START-YEAR        PIC 9(4).
               10  WS-START-MONTH       PIC 9(2).
               10  WS-START-DAY         PIC 9(2).
           05  WS-DUE-DATE              PIC 9(8) VALUE 0.
           05  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR          PIC 9(4).
               10  WS-DUE-MONTH         PIC 9(2).
               10  WS-DUE-DAY           PIC 9(2).
           05  WS-DAY-INT               PIC 9(7) VALUE 0.
           05  WS-STEP-DAYS             PIC 9(2) VALUE 0.
           05  WS-STEP-MONTHS           PIC 9(2) VALUE 0.
           05  WS-MONTH-INDEX           PIC 9(7) VALUE 0.
           05  WS-MONTH-REM             PIC 9(2) VALUE 0.
           05  WS-LEAP-QUOT             PIC 9(4) VALUE 0.
           05  WS-LEAP-REM              PIC 9(3) VALUE 0.
           05  WS-CHECK-YEAR            PIC 9(4) VALUE 0.
           05  WS-CHECK-MONTH           PIC 9(2) VALUE 0.
           05  WS-MONTH-DAYS            PIC 9(2) VALUE 0.

       01  WS-MONTH-TABLE-AREA.
           05  WS-MONTH-DAYS-LIST       PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
               10  WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01  LS-START-DATE                PIC X(8).
       01  LS-FREQUENCY                 PIC X(1).
           88  LS-FREQ-WEEKLY           VALUE "W".
           88  LS-FREQ-FORTNIGHTLY      VALUE "F".
           88  LS-FREQ-MONTHLY          VALUE "M".
           88  LS-FREQ-QUARTERLY        VALUE "Q".
           88  LS-FREQ-HALF-YEARLY      VALUE "H".
           88  LS-FREQ-YEARLY           VALUE "Y".
       01  LS-OCCURRENCE                PIC 9(4).
       01  LS-DUE-DATE                  PIC X(8).
       01  LS-VALID-FLAG                PIC X.
           88  LS-DATE-VALID            VALUE "Y".

       PROCEDURE DIVISION USING LS-START-DATE, LS-FREQUENCY,
               LS-OCCURRENCE, LS-DUE-DATE, LS-VALID-FLAG.

       0000-STORDDUE-MAIN.
           MOVE "N" TO LS-VALID-FLAG
           MOVE SPACES TO LS-DUE-DATE
           MOVE 0 TO WS-STEP-DAYS
           MOVE 0 TO WS-STEP-MONTHS

           IF LS-FREQ-WEEKLY THEN
               MOVE 7 TO WS-STEP-DAYS
           ELSE
               IF LS-FREQ-FORTNIGHTLY THEN
                   MOVE 14 TO WS-STEP-DAYS
               ELSE
                   IF LS-FREQ-MONTHLY THEN
                       MOVE 1 TO WS-STEP-MONTHS
                   ELSE
                       IF LS-FREQ-QUARTERLY THEN
                           MOVE 3 TO WS-STEP-MONTHS
                       ELSE
                           IF LS-FREQ-HALF-YEARLY THEN
                               MOVE 6 TO WS-STEP-MONTHS
                           ELSE
                               IF LS-FREQ-YEARLY THEN
                                   MOVE 12 TO WS-STEP-MONTHS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-STEP-DAYS > 0 OR WS-STEP-MONTHS > 0 THEN
               PERFORM 1000-CHECK-START-DATE
               IF LS-DATE-VALID THEN
                   MOVE "N" TO LS-VALID-FLAG
                   IF WS-STEP-DAYS > 0 THEN
                       PERFORM 2000-STEP-DAYS
                   ELSE
                       PERFORM 3000-STEP-MONTHS
                   END-IF
               END-IF
           END-IF

           GOBACK.

       1000-CHECK-START-DATE.
      *    The INTEGER-OF-DATE calendar starts in 1601, so nothing
      *    earlier is taken as a date.
           IF LS-START-DATE IS NUMERIC THEN
               MOVE LS-START-DATE TO WS-START-DATE
               IF WS-START-YEAR >= 1601
                       AND WS-START-MONTH >= 1
                       AND WS-START-MONTH <= 12
                       AND WS-START-DAY >= 1 THEN
                   MOVE WS-START-YEAR TO WS-CHECK-YEAR
                   MOVE WS-START-MONTH TO WS-CHECK-MONTH
                   PERFORM 4000-SET-MONTH-DAYS
                   IF WS-START-DAY <= WS-MONTH-DAYS THEN
                       SET LS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-STEP-DAYS.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-START-DATE)
           COMPUTE WS-DAY-INT = WS-DAY-INT
               + LS-OCCURRENCE * WS-STEP-DAYS
      *    3652059 is 9999-12-31 on the INTEGER-OF-DATE calendar.
           IF WS-DAY-INT <= 3652059 THEN
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DUE-DATE TO LS-DUE-DATE
               SET LS-DATE-VALID TO TRUE
           END-IF.

       3000-STEP-MONTHS.
      *    Months are counted from year 0 month 0 so the year and
      *    month fall straight out of one division.
           COMPUTE WS-MONTH-INDEX = WS-START-YEAR * 12
               + WS-START-MONTH - 1
               + LS-OCCURRENCE * WS-STEP-MONTHS
           IF WS-MONTH-INDEX <= 119999 THEN
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CHECK-YEAR
                   REMAINDER WS-MONTH-REM
               ADD 1 TO WS-MONTH-REM GIVING WS-CHECK-MONTH
               PERFORM 4000-SET-MONTH-DAYS
               MOVE WS-CHECK-YEAR TO WS-DUE-YEAR
               MOVE WS-CHECK-MONTH TO WS-DUE-MONTH
               IF WS-START-DAY > WS-MONTH-DAYS THEN
                   MOVE WS-MONTH-DAYS TO WS-DUE-DAY
               ELSE
                   MOVE WS-START-DAY TO WS-DUE-DAY
               END-IF
               MOVE WS-DUE-DATE TO LS-DUE-DATE
               SET LS-DATE-VALID TO TRUE
           END-IF.

       4000-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-CHECK-MONTH) TO WS-MONTH-DAYS
           IF WS-CHECK-MONTH = 2 THEN
               DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 THEN
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0 THEN
                       DIVIDE WS-CHECK-YEAR BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0 THEN
                           MOVE 28 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
