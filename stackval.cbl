      *      master TRACEHIST,                                      *
      *    - and, for a job with a CHKPT.jobname checkpoint        *
      *      on disk, whether its lists filter out a section       *
      *      whose frames carry a restart context,                 *
      *    - effective and expiry dates: YYYYMMDD or blank, the    *
      *      expiry not before the effective date; an entry        *
      *      already past its expiry is a warning (STACKCFM drops  *
      *      it on its next run).                                  *
      *  STACKCFM applies the same rules to every change before    *
      *  it reaches TRACECFG.                                      *
      *  Findings print one per line; errors leave                 *
      *  RETURN-CODE 8, warnings alone leave 4, a clean            *
      *  control file leaves 0 - so the scheduler can hold         *
       77 StackValErrCnt   PIC 9(5) VALUE 0.
       77 StackValWarnCnt  PIC 9(5) VALUE 0.
       77 StackValCfgCnt   PIC 9(5) VALUE 0.
       77 StackValWindow   PIC X(08) VALUE SPACES.
       77 StackValDisplayLine PIC X(120).

      *    MONJOBS job list, for the job-name cross-check.
       77 StackValCkInclCnt PIC 999 VALUE 0.
       77 StackValHitSw     PIC X VALUE 'N'.
           88 StackValHit   VALUE 'Y' FALSE 'N'.
      *    Date check scratch: CblStackDateRaw and its month/day
      *    view come from CBLSTKU.
       77 StackValDateBadSw PIC X VALUE 'N'.
           88 StackValDateBad VALUE 'Y' FALSE 'N'.
       77 StackValDateIn    PIC X(08) VALUE SPACES.
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           DISPLAY '======== TRACECFG VALIDATION ========'
      *    Expiry is judged against the window date, as STACKCFM
      *    and StackCfgLoad judge it: before 12:00:00 it is still
      *    the night that began yesterday.
           ACCEPT CblStackDateRaw FROM DATE YYYYMMDD
           ACCEPT CblStackTimeRaw FROM TIME
           IF CblStackTimeRaw < 12000000
               PERFORM StackDateToDays
               SUBTRACT 1 FROM CblStackDateDays
               PERFORM StackDaysToDate
           END-IF
           MOVE CblStackDateRaw TO StackValWindow
           PERFORM LoadJobList
           PERFORM LoadHistPairs
           PERFORM ValidateCfg
                           ' UNKNOWN KEYWORD ' TC-KEYWORD
                           ' - WILL BE IGNORED AT RUN TIME'
           END-EVALUATE
           PERFORM CheckCfgDates
           .

      *****************************************************
      *  CheckCfgDates - the effective and expiry dates, as   *
      *  StackCfgLoad compares them: a date that is not         *
      *  YYYYMMDD, or an expiry before the effective date,       *
      *  makes the entry mean something nobody intended.         *
      *****************************************************
       CheckCfgDates                   SECTION.
           SET StackValDateBad TO FALSE
           MOVE TC-EFF-DATE TO StackValDateIn
           PERFORM CheckOneDate
           MOVE TC-EXP-DATE TO StackValDateIn
           PERFORM CheckOneDate
           EVALUATE TRUE
               WHEN StackValDateBad
                   ADD 1 TO StackValErrCnt
                   DISPLAY 'ERROR: JOB ' TC-JOB-NAME ' '
                           TC-KEYWORD 'DATES NOT YYYYMMDD - EFF '
                           TC-EFF-DATE ' EXP ' TC-EXP-DATE
               WHEN TC-EXP-DATE NOT = SPACES
                   AND TC-EFF-DATE NOT = SPACES
                   AND TC-EXP-DATE < TC-EFF-DATE
                   ADD 1 TO StackValErrCnt
                   DISPLAY 'ERROR: JOB ' TC-JOB-NAME ' '
                           TC-KEYWORD 'EXPIRES ' TC-EXP-DATE
                           ' BEFORE IT TAKES EFFECT ' TC-EFF-DATE
               WHEN TC-EXP-DATE NOT = SPACES
                   AND TC-EXP-DATE < StackValWindow
                   ADD 1 TO StackValWarnCnt
                   DISPLAY 'WARNING: JOB ' TC-JOB-NAME ' '
                           TC-KEYWORD 'EXPIRED ' TC-EXP-DATE
                           ' - STACKCFM WILL DROP IT'
           END-EVALUATE
           .

      *    A blank date is always in force; anything else must
      *    be digits with a real month and day.
       CheckOneDate                    SECTION.
           IF StackValDateIn NOT = SPACES
               IF StackValDateIn IS NOT NUMERIC
                   SET StackValDateBad TO TRUE
               ELSE
                   MOVE StackValDateIn TO CblStackDateRaw
                   IF CblStackDateMM < 1 OR CblStackDateMM > 12
                       OR CblStackDateDD < 1 OR CblStackDateDD > 31
                       SET StackValDateBad TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       CheckJobName                    SECTION.
               SET StackValHit TO TRUE
           END-IF
           .

           COPY CBLSTKT.
