      *>   RETIRE01_ACCOUNT_TYPE      RETIRE01_TAX_PCT
      *>   RETIRE01_RMD_AGE           RETIRE01_GROWTH_PCT
      *>   RETIRE01_COLA_CHOICE       RETIRE01_COLA_PCT
      *>   RETIRE01_SS_BENEFIT        RETIRE01_SS_CLAIM_AGE
      *>   RETIRE01_SS_FRA_AGE
      *>
      *> A probability mode (RETIRE01_MODE=P, or P at the mode
      *> prompt) runs many randomized return sequences around the
      *> growth rate, each year's return drawn from a normal spread
      *> of the stated volatility, and reports the percent of trials
      *> in which the money lasts to ages 85, 90 and 95 with the
      *> median and worst-decile depletion ages.  The number of
      *> trials, the volatility and the random seed print on the
      *> illustration so a run can be repeated and defended:
      *>   RETIRE01_START_AGE         RETIRE01_VOLATILITY_PCT
      *>   RETIRE01_TRIALS            RETIRE01_SEED
      *>
      *> The employee's estimated Social Security benefit at full
      *> retirement age (0 to leave it out) and a planned claiming
      *> age, 62 to 70, put the plan income in context: the benefit
      *> is reduced 5/9 of 1% a month for the first 36 months of
      *> early claiming and 5/12 of 1% a month beyond that, or
      *> credited 2/3 of 1% a month for delay past full retirement
      *> age (67 unless given), and plan plus Social Security prints
      *> as combined monthly income with each one's share.  The COLA
      *> schedule grows the Social Security figure at the same rate.
      *>
      *> Growth, COLA, and withdrawal rates come from an approved
      *> assumption set on ASSUMTBL.DAT (RETIRE01_ASSUM_SET or the
       01  WS-MATRIX-LINE.
           05  WS-MTX-LABEL          PIC X(10).
           05  WS-MTX-CELL           PIC X(12) OCCURS 5 TIMES.
      *> ---- probability-of-success (Monte Carlo) mode ----
       01  WS-MC-START-AGE           PIC 9(3) VALUE 0.
       01  WS-MC-AGE                 PIC 9(3) VALUE 0.
       01  WS-MC-MAX-AGE             PIC 9(3) VALUE 110.
       01  WS-MC-VOL-PCT             PIC 9(3)V99 VALUE 0.
       01  WS-MC-VOL-RATE            PIC 9V9999 VALUE 0.
       01  WS-MC-TRIALS              PIC 9(5) VALUE 0.
       01  WS-MC-SEED                PIC 9(9) VALUE 0.
       01  WS-MC-UNIFORM             PIC 9V9(9) VALUE 0.
       01  WS-MC-Z                   PIC S9(2)V9(9) VALUE 0.
       01  WS-MC-RETURN              PIC S9(3)V9(6) VALUE 0.
       01  WS-MC-BALANCE             PIC S9(15)V99 VALUE 0.
       01  WS-MC-WD                  PIC 9(11)V99 VALUE 0.
       01  WS-MC-DEPLETED            PIC X VALUE "N".
       01  WS-MC-AGE-TABLE.
           05  WS-MC-AGE-COUNT       PIC 9(5) OCCURS 110 TIMES.
       01  WS-MC-SURVIVED            PIC 9(5) VALUE 0.
       01  WS-MC-SUB                 PIC 9(3) VALUE 0.
       01  WS-MC-CUM                 PIC 9(5) VALUE 0.
       01  WS-MC-TARGET              PIC 9(5)V9 VALUE 0.
       01  WS-MC-CHECK-AGE           PIC 9(3) VALUE 0.
       01  WS-MC-PCTL-AGE            PIC 9(3) VALUE 0.
       01  WS-MC-LASTS-PCT           PIC 9(3)V9 VALUE 0.
       01  WS-MC-LASTS-DISP          PIC ZZ9.9.
       01  WS-MC-TRIALS-DISP         PIC ZZ,ZZ9.
       01  WS-MC-SEED-DISP           PIC Z(8)9.
       01  WS-MC-AGE-DISP            PIC ZZ9.
       01  WS-MC-VOL-DISP            PIC ZZ9.99.
       01  WS-MC-COLA-DISP           PIC ZZ9.99.
       01  WS-MC-LABEL               PIC X(29) VALUE SPACES.
       01  WS-PRINT-DATE             PIC 9(8) VALUE 0.
       01  WS-ILLUS-ACCOUNT          PIC X(10) VALUE SPACES.

       01  WS-SCHED-WD-DISP          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SCHED-BAL-DISP         PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> ---- Social Security estimate ----
       01  WS-SS-BENEFIT             PIC 9(5)V99 VALUE 0.
       01  WS-SS-CLAIM-AGE           PIC 9(3) VALUE 0.
       01  WS-SS-FRA-AGE             PIC 9(3) VALUE 0.
       01  WS-SS-MONTHS              PIC S9(3) VALUE 0.
       01  WS-SS-EARLY-MONTHS        PIC 9(3) VALUE 0.
       01  WS-SS-FACTOR              PIC 9V9(6) VALUE 0.
       01  WS-SS-MONTHLY             PIC 9(5)V99 VALUE 0.
       01  WS-SS-SCHED-MONTHLY       PIC 9(5)V99 VALUE 0.
       01  WS-PLAN-MONTHLY           PIC 9(7)V99 VALUE 0.
       01  WS-COMB-MONTHLY           PIC 9(7)V99 VALUE 0.
       01  WS-PLAN-SHARE             PIC 9(3)V9 VALUE 0.
       01  WS-SS-SHARE               PIC 9(3)V9 VALUE 0.
       01  WS-SS-BENEFIT-DISP        PIC ZZ,ZZ9.99.
       01  WS-SS-MONTHLY-DISP        PIC ZZ,ZZ9.99.
       01  WS-SS-AGE-DISP            PIC ZZ9.
       01  WS-SS-FRA-DISP            PIC Z9.
       01  WS-SS-FACTOR-DISP         PIC ZZ9.9.
       01  WS-PLAN-MONTHLY-DISP      PIC Z,ZZZ,ZZ9.99.
       01  WS-COMB-MONTHLY-DISP      PIC Z,ZZZ,ZZ9.99.
       01  WS-PLAN-SHARE-DISP        PIC ZZ9.9.
       01  WS-SS-SHARE-DISP          PIC ZZ9.9.

      *> ---- IRS Uniform Lifetime Table divisors, ages 72-120 ----
       01  WS-RMD-DIVISOR-DATA.
           05  FILLER PIC X(147) VALUE
               DISPLAY "Illustration written to RETIRE01.PRT"
               STOP RUN
           END-IF
           IF WS-RUN-MODE = "P" OR WS-RUN-MODE = "p"
               PERFORM PROBABILITY-MODE
               CLOSE PRINT-FILE
               DISPLAY "Illustration written to RETIRE01.PRT"
               STOP RUN
           END-IF

           PERFORM GET-AMOUNT

               TO WS-OUT-LINE
           PERFORM SHOW-LINE

      *> ---- Plan income combined with Social Security ----
           PERFORM GET-SS-BENEFIT

           IF WS-SS-BENEFIT > 0
               PERFORM GET-SS-CLAIM-AGE
               IF WS-SS-CLAIM-AGE < 62 OR WS-SS-CLAIM-AGE > 70
                   DISPLAY "Invalid claiming age entered."
                   STOP RUN
               END-IF
               PERFORM GET-SS-FRA-AGE
               IF WS-SS-FRA-AGE < 65 OR WS-SS-FRA-AGE > 67
                   DISPLAY "Invalid full retirement age entered."
                   STOP RUN
               END-IF
               PERFORM ADJUST-SS-BENEFIT
               PERFORM PRINT-COMBINED-INCOME
           END-IF

      *> ---- Traditional vs Roth after-tax comparison ----
           PERFORM GET-ACCOUNT-TYPE


       COLA-DRAW-SCHEDULE.
           MOVE WS-AMOUNT         TO WS-SCHED-BALANCE
           MOVE WS-SS-MONTHLY     TO WS-SS-SCHED-MONTHLY
           MOVE WS-PROJ-ANNUAL-WD TO WS-SCHED-WITHDRAWAL
           MOVE ZERO              TO WS-SCHED-YEAR

               "  Balance $" WS-SCHED-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           IF WS-SS-SCHED-MONTHLY > 0
               COMPUTE WS-PLAN-MONTHLY ROUNDED =
                   WS-SCHED-WITHDRAWAL / 12
               COMPUTE WS-COMB-MONTHLY =
                   WS-PLAN-MONTHLY + WS-SS-SCHED-MONTHLY
               MOVE WS-SS-SCHED-MONTHLY TO WS-SS-MONTHLY-DISP
               MOVE WS-COMB-MONTHLY     TO WS-COMB-MONTHLY-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING "             SS $" WS-SS-MONTHLY-DISP
                   "/mo   Combined $" WS-COMB-MONTHLY-DISP "/mo"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM SHOW-LINE
               COMPUTE WS-SS-SCHED-MONTHLY ROUNDED =
                   WS-SS-SCHED-MONTHLY
                   + (WS-SS-SCHED-MONTHLY * WS-COLA-RATE)
           END-IF
           COMPUTE WS-SCHED-WITHDRAWAL ROUNDED =
               WS-SCHED-WITHDRAWAL
               + (WS-SCHED-WITHDRAWAL * WS-COLA-RATE).

      *> ---- Social Security estimate ----
       GET-SS-BENEFIT.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_SS_BENEFIT"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Estimated monthly Social Security benefit at "
                   "full retirement age (0 to skip): "
               ACCEPT WS-SS-BENEFIT
           ELSE
               ACCEPT WS-SS-BENEFIT
                   FROM ENVIRONMENT "RETIRE01_SS_BENEFIT"
           END-IF.

       GET-SS-CLAIM-AGE.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_SS_CLAIM_AGE"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Planned Social Security claiming age "
                   "(62 to 70): "
               ACCEPT WS-SS-CLAIM-AGE
           ELSE
               ACCEPT WS-SS-CLAIM-AGE
                   FROM ENVIRONMENT "RETIRE01_SS_CLAIM_AGE"
           END-IF.

       GET-SS-FRA-AGE.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_SS_FRA_AGE"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Full retirement age (65 to 67, 0 for 67): "
               ACCEPT WS-SS-FRA-AGE
           ELSE
               ACCEPT WS-SS-FRA-AGE
                   FROM ENVIRONMENT "RETIRE01_SS_FRA_AGE"
           END-IF
           IF WS-SS-FRA-AGE = 0
               MOVE 67 TO WS-SS-FRA-AGE
           END-IF.

      *> Early claiming costs 5/9 of 1% a month for the first 36
      *> months and 5/12 of 1% a month for any months beyond; each
      *> month of delay past full retirement age earns 2/3 of 1%.
       ADJUST-SS-BENEFIT.
           COMPUTE WS-SS-MONTHS =
               (WS-SS-CLAIM-AGE - WS-SS-FRA-AGE) * 12
           IF WS-SS-MONTHS < 0
               COMPUTE WS-SS-EARLY-MONTHS = 0 - WS-SS-MONTHS
               IF WS-SS-EARLY-MONTHS > 36
                   COMPUTE WS-SS-FACTOR ROUNDED =
                       1 - (36 * 5 / 900)
                         - ((WS-SS-EARLY-MONTHS - 36) * 5 / 1200)
               ELSE
                   COMPUTE WS-SS-FACTOR ROUNDED =
                       1 - (WS-SS-EARLY-MONTHS * 5 / 900)
               END-IF
           ELSE
               COMPUTE WS-SS-FACTOR ROUNDED =
                   1 + (WS-SS-MONTHS * 2 / 300)
           END-IF
           COMPUTE WS-SS-MONTHLY ROUNDED =
               WS-SS-BENEFIT * WS-SS-FACTOR.

       PRINT-COMBINED-INCOME.
           MOVE WS-SS-BENEFIT   TO WS-SS-BENEFIT-DISP
           MOVE WS-SS-MONTHLY   TO WS-SS-MONTHLY-DISP
           MOVE WS-SS-CLAIM-AGE TO WS-SS-AGE-DISP
           MOVE WS-SS-FRA-AGE   TO WS-SS-FRA-DISP
           COMPUTE WS-SS-FACTOR-DISP ROUNDED = WS-SS-FACTOR * 100
           MOVE SPACES TO WS-OUT-LINE
           STRING "Social Security at full retirement age "
               WS-SS-FRA-DISP "   : $" WS-SS-BENEFIT-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Claiming at age " WS-SS-AGE-DISP
               " (" WS-SS-FACTOR-DISP "% of full)    : $"
               WS-SS-MONTHLY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "----------------------------------------"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Rate         Plan/mo        SS/mo   "
               "Combined/mo   Plan%    SS%"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "----------------------------------------"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "3%"              TO WS-PROJ-LABEL
           MOVE WS-MONTHLY-3       TO WS-PLAN-MONTHLY
           PERFORM PRINT-COMBINED-LINE
           MOVE "4%"              TO WS-PROJ-LABEL
           MOVE WS-MONTHLY-4       TO WS-PLAN-MONTHLY
           PERFORM PRINT-COMBINED-LINE
           MOVE "8%"              TO WS-PROJ-LABEL
           MOVE WS-MONTHLY-8       TO WS-PLAN-MONTHLY
           PERFORM PRINT-COMBINED-LINE
           MOVE SPACES TO WS-PROJ-LABEL
           STRING WS-RATE-CUSTOM-DISPLAY "%"
               DELIMITED BY SIZE INTO WS-PROJ-LABEL
           MOVE WS-MONTHLY-CUSTOM  TO WS-PLAN-MONTHLY
           PERFORM PRINT-COMBINED-LINE
           MOVE "========================================"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE.

       PRINT-COMBINED-LINE.
           COMPUTE WS-COMB-MONTHLY = WS-PLAN-MONTHLY + WS-SS-MONTHLY
           IF WS-COMB-MONTHLY > 0
               COMPUTE WS-PLAN-SHARE ROUNDED =
                   WS-PLAN-MONTHLY * 100 / WS-COMB-MONTHLY
               COMPUTE WS-SS-SHARE = 100 - WS-PLAN-SHARE
           ELSE
               MOVE 0 TO WS-PLAN-SHARE WS-SS-SHARE
           END-IF
           MOVE WS-PLAN-MONTHLY TO WS-PLAN-MONTHLY-DISP
           MOVE WS-SS-MONTHLY   TO WS-SS-MONTHLY-DISP
           MOVE WS-COMB-MONTHLY TO WS-COMB-MONTHLY-DISP
           MOVE WS-PLAN-SHARE   TO WS-PLAN-SHARE-DISP
           MOVE WS-SS-SHARE     TO WS-SS-SHARE-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-PROJ-LABEL " $" WS-PLAN-MONTHLY-DISP
               "  $" WS-SS-MONTHLY-DISP "  $" WS-COMB-MONTHLY-DISP
               "  " WS-PLAN-SHARE-DISP "%  " WS-SS-SHARE-DISP "%"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE.

       DEPLETION-PROJECTION.
           MOVE WS-AMOUNT TO WS-PROJ-BALANCE
           MOVE ZERO      TO WS-PROJ-YEAR
       GET-RUN-MODE.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_MODE"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Single illustration, scenario Matrix or "
                   "Probability of success (S/M/P): "
               ACCEPT WS-RUN-MODE
           ELSE
               ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RETIRE01_MODE"
           COMPUTE WS-MTX-WD ROUNDED =
               WS-MTX-WD + (WS-MTX-WD * WS-COLA-RATE).

      *> ---- probability-of-success (Monte Carlo) mode ----
      *> Each trial starts from the principal at the starting age
      *> and draws one return a year: the growth rate plus the
      *> volatility times a standard normal deviate (the sum of
      *> twelve uniform draws less six).  The age in which the
      *> balance runs out is tallied by age; trials still funded at
      *> the age limit count as survivors.
       PROBABILITY-MODE.
           PERFORM GET-AMOUNT
           IF WS-AMOUNT < 0.01 OR WS-AMOUNT > 9999999.99
               DISPLAY "Invalid amount entered."
               STOP RUN
           END-IF
           PERFORM GET-START-AGE
           IF WS-MC-START-AGE < 40 OR WS-MC-START-AGE > 94
               DISPLAY "Invalid starting age entered."
               STOP RUN
           END-IF
           PERFORM GET-CUSTOM-RATE
           IF WS-RATE-CUSTOM-PCT > 100
               DISPLAY "Invalid rate entered."
               STOP RUN
           END-IF
           COMPUTE WS-RATE-CUSTOM ROUNDED = WS-RATE-CUSTOM-PCT / 100
           PERFORM GET-GROWTH-RATE
           IF WS-GROWTH-PCT > 100
               DISPLAY "Invalid growth rate entered."
               STOP RUN
           END-IF
           COMPUTE WS-GROWTH-RATE ROUNDED = WS-GROWTH-PCT / 100
           PERFORM GET-VOLATILITY
           IF WS-MC-VOL-PCT > 50
               DISPLAY "Invalid volatility entered."
               STOP RUN
           END-IF
           COMPUTE WS-MC-VOL-RATE ROUNDED = WS-MC-VOL-PCT / 100
           PERFORM GET-TRIALS
           IF WS-MC-TRIALS = 0
               MOVE 1000 TO WS-MC-TRIALS
           END-IF
           IF WS-MC-TRIALS > 10000
               DISPLAY "Invalid number of trials entered."
               STOP RUN
           END-IF
           PERFORM GET-SEED
           IF WS-MC-SEED = 0
               MOVE 1 TO WS-MC-SEED
           END-IF
           PERFORM GET-COLA-CHOICE
           IF WS-COLA-CHOICE = "Y" OR WS-COLA-CHOICE = "y"
               PERFORM GET-COLA-RATE
               COMPUTE WS-COLA-RATE ROUNDED = WS-COLA-PCT / 100
           ELSE
               MOVE 0 TO WS-COLA-PCT WS-COLA-RATE
           END-IF

           MOVE ZEROS TO WS-MC-AGE-TABLE
           MOVE 0 TO WS-MC-SURVIVED
           COMPUTE WS-MC-UNIFORM = FUNCTION RANDOM (WS-MC-SEED)
           PERFORM RUN-ONE-TRIAL WS-MC-TRIALS TIMES
           PERFORM PRINT-PROBABILITY-RESULTS.

       GET-START-AGE.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_START_AGE"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Age when withdrawals begin (40 to 94): "
               ACCEPT WS-MC-START-AGE
           ELSE
               ACCEPT WS-MC-START-AGE
                   FROM ENVIRONMENT "RETIRE01_START_AGE"
           END-IF.

       GET-VOLATILITY.
           ACCEPT WS-ENV-CHECK
               FROM ENVIRONMENT "RETIRE01_VOLATILITY_PCT"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Annual volatility (standard deviation) "
                   "percent (0 to 50): "
               ACCEPT WS-MC-VOL-PCT
           ELSE
               ACCEPT WS-MC-VOL-PCT
                   FROM ENVIRONMENT "RETIRE01_VOLATILITY_PCT"
           END-IF.

       GET-TRIALS.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_TRIALS"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Number of trials (up to 10000, 0 for 1000): "
               ACCEPT WS-MC-TRIALS
           ELSE
               ACCEPT WS-MC-TRIALS FROM ENVIRONMENT "RETIRE01_TRIALS"
           END-IF.

       GET-SEED.
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "RETIRE01_SEED"
           IF WS-ENV-CHECK = SPACES
               DISPLAY "Random seed (0 for the standard seed 1): "
               ACCEPT WS-MC-SEED
           ELSE
               ACCEPT WS-MC-SEED FROM ENVIRONMENT "RETIRE01_SEED"
           END-IF.

       RUN-ONE-TRIAL.
           MOVE WS-AMOUNT TO WS-MC-BALANCE
           COMPUTE WS-MC-WD ROUNDED = WS-AMOUNT * WS-RATE-CUSTOM
           MOVE WS-MC-START-AGE TO WS-MC-AGE
           MOVE "N" TO WS-MC-DEPLETED
           PERFORM MC-ONE-YEAR
               UNTIL WS-MC-DEPLETED = "Y"
                   OR WS-MC-AGE > WS-MC-MAX-AGE
           IF WS-MC-DEPLETED = "Y"
               ADD 1 TO WS-MC-AGE-COUNT (WS-MC-AGE)
           ELSE
               ADD 1 TO WS-MC-SURVIVED
           END-IF.

       MC-ONE-YEAR.
           MOVE 0 TO WS-MC-Z
           PERFORM MC-ADD-UNIFORM 12 TIMES
           SUBTRACT 6 FROM WS-MC-Z
           COMPUTE WS-MC-RETURN ROUNDED =
               WS-GROWTH-RATE + (WS-MC-VOL-RATE * WS-MC-Z)
           IF WS-MC-RETURN < -0.95
               MOVE -0.95 TO WS-MC-RETURN
           END-IF
           COMPUTE WS-MC-BALANCE ROUNDED =
               WS-MC-BALANCE
               + (WS-MC-BALANCE * WS-MC-RETURN)
               - WS-MC-WD
           IF WS-MC-BALANCE <= 0
               MOVE "Y" TO WS-MC-DEPLETED
           ELSE
               ADD 1 TO WS-MC-AGE
               COMPUTE WS-MC-WD ROUNDED =
                   WS-MC-WD + (WS-MC-WD * WS-COLA-RATE)
           END-IF.

       MC-ADD-UNIFORM.
           COMPUTE WS-MC-UNIFORM = FUNCTION RANDOM
           ADD WS-MC-UNIFORM TO WS-MC-Z.

       PRINT-PROBABILITY-RESULTS.
           MOVE WS-AMOUNT          TO WS-AMOUNT-DISPLAY
           MOVE WS-RATE-CUSTOM-PCT TO WS-RATE-CUSTOM-DISPLAY
           MOVE WS-MC-START-AGE    TO WS-MC-AGE-DISP
           MOVE WS-MC-TRIALS       TO WS-MC-TRIALS-DISP
           MOVE WS-MC-SEED         TO WS-MC-SEED-DISP
           MOVE "========================================"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "PROBABILITY OF SUCCESS (MONTE CARLO)" TO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Principal $" WS-AMOUNT-DISPLAY
               "  withdrawing " WS-RATE-CUSTOM-DISPLAY
               "% from age " WS-MC-AGE-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE WS-GROWTH-PCT TO WS-PCT-DISP
           MOVE WS-MC-VOL-PCT TO WS-MC-VOL-DISP
           MOVE WS-COLA-PCT   TO WS-MC-COLA-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Mean growth " WS-PCT-DISP
               "%  volatility " WS-MC-VOL-DISP
               "%  COLA " WS-MC-COLA-DISP "%"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Trials " WS-MC-TRIALS-DISP
               "  random seed " WS-MC-SEED-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "----------------------------------------"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE 85 TO WS-MC-CHECK-AGE
           PERFORM PRINT-LASTS-TO-AGE
           MOVE 90 TO WS-MC-CHECK-AGE
           PERFORM PRINT-LASTS-TO-AGE
           MOVE 95 TO WS-MC-CHECK-AGE
           PERFORM PRINT-LASTS-TO-AGE
           COMPUTE WS-MC-TARGET = WS-MC-TRIALS * 0.5
           PERFORM FIND-PERCENTILE-AGE
           MOVE "Median depletion age       : " TO WS-MC-LABEL
           PERFORM PRINT-PERCENTILE-AGE
           COMPUTE WS-MC-TARGET = WS-MC-TRIALS * 0.1
           PERFORM FIND-PERCENTILE-AGE
           MOVE "Worst-decile depletion age : " TO WS-MC-LABEL
           PERFORM PRINT-PERCENTILE-AGE
           MOVE SPACES TO WS-OUT-LINE
           STRING "  (one return a year, normally spread around "
               "the mean growth rate)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE
           MOVE "========================================"
               TO WS-OUT-LINE
           PERFORM SHOW-LINE.

      *> The money lasts to an age when it has not run out in or
      *> before that year of age.
       PRINT-LASTS-TO-AGE.
           MOVE 0 TO WS-MC-CUM
           PERFORM ADD-DEPLETED-AT-AGE
               VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-CHECK-AGE
           COMPUTE WS-MC-LASTS-PCT ROUNDED =
               (WS-MC-TRIALS - WS-MC-CUM) * 100 / WS-MC-TRIALS
           MOVE WS-MC-LASTS-PCT TO WS-MC-LASTS-DISP
           MOVE WS-MC-CHECK-AGE TO WS-MC-AGE-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Lasts to age " WS-MC-AGE-DISP
               "            : " WS-MC-LASTS-DISP "% of trials"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM SHOW-LINE.

       ADD-DEPLETED-AT-AGE.
           ADD WS-MC-AGE-COUNT (WS-MC-SUB) TO WS-MC-CUM.

      *> First age by which the target number of trials has run
      *> out; zero when fewer trials than that ever run out.
       FIND-PERCENTILE-AGE.
           MOVE 0 TO WS-MC-CUM WS-MC-PCTL-AGE
           PERFORM CHECK-PERCENTILE-AT-AGE
               VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-MAX-AGE
                   OR WS-MC-PCTL-AGE > 0.

       CHECK-PERCENTILE-AT-AGE.
           ADD WS-MC-AGE-COUNT (WS-MC-SUB) TO WS-MC-CUM
           IF WS-MC-CUM > 0 AND WS-MC-CUM >= WS-MC-TARGET
               MOVE WS-MC-SUB TO WS-MC-PCTL-AGE
           END-IF.

       PRINT-PERCENTILE-AGE.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-MC-PCTL-AGE = 0
               STRING WS-MC-LABEL "not depleted by age "
                   WS-MC-MAX-AGE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               MOVE WS-MC-PCTL-AGE TO WS-MC-AGE-DISP
               STRING WS-MC-LABEL WS-MC-AGE-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM SHOW-LINE.

      *> ---- approved assumption set ----
      *> A set code from the approved table pins the growth, COLA,
      *> and withdrawal rates for this run, and the code prints on
