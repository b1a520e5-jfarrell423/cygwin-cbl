000310*                RETPERFRSP.TXT response file, now that that
000320*                program takes its operator ID and mode from the
000330*                environment when they are set.
000332* 2026-10  JDF  Added the device register check (devchk) after
000334*                the contractor sweep, so devices out to the
000336*                night's leavers show on DEVCHK.PRT.
000337* 2026-10  JDF  Added the departure impact sweep (leavswp) after
000338*                the device check, so references to the night's
000339*                leavers print on LEAVSWP.PRT and the clear fixes
000340*                are staged to PHONEPEND.DAT for review.
000341* 2026-10  JDF  Added the onboarding check (onbdchk) after the
000342*                departure sweep; it ticks off new-hire setup
000343*                items and prints ONBDCHK.PRT.
000344* 2026-10  JDF  Added held-change posting (futpost) as the first
000345*                processing-night step, so future-dated changes
000346*                due today are on file before the directory
000347*                report and the sweeps run.
000348* 2026-10  JDF  Added the visitor list (visitrpt) every night,
000349*                processing night or not, so security always has
000350*                the still-signed-in list.
000351* 2026-10  JDF  Added the payroll remittance reconciliation
000352*                (remitrec) after the source balances, so missing
000353*                and late deferral deposits show on REMITREC.PRT.
000355* 2026-10  JDF  Added the employer match calculation (matchcal,
000356*                period mode) ahead of the source balances, so
000357*                the night's match lines are in the roll-up.
000358* 2026-10  JDF  Added the fund price load (prcload) ahead of the
000359*                fund balance load, and the unit valuation
000360*                (fundval) after the match posting, so the night's
000361*                custodian balances are checked against our units.
000362* 2026-10  JDF  Added the contribution split (contsplt) and the
000363*                trade confirmation (trdconf) after the match
000364*                posting, so the night's new money goes to the
000365*                custodian by each participant's election.
000366* 2026-10  JDF  Added the automatic-enrollment sweep (autoenrl)
000367*                after the onboarding check, so eligible hires
000368*                are noticed and past-deadline ones enrolled
000370*                before the match and contribution steps.
000371* 2026-10  JDF  Added the small-balance force-out run (forceout)
000372*                after the retirement batch, so notices and
000373*                queued distributions go on the fresh balances.
000374* 2026-10  JDF  Added the run-to-run control balance (ctlbal)
000375*                after the retirement batch; the jobs post to the
000376*                night's control ledger under CTLLEDG_NIGHT, and a
000377*                hand-off out of balance stops the window there.
000378* 2026-10  JDF  Added the notification dispatch (notedisp) and
000379*                the undelivered-notification report (noterpt)
000380*                after the audit verification, and on the reduced
000381*                run of a non-processing night, so queued notices
000382*                go out daily.
000383* 2026-10  JDF  Added the nightly saved extracts (xtrrun) after
000385*                the undelivered-notification report on
000386*                processing nights.
000387* 2026-10  JDF  Added the period close status (closerpt) every
000388*                night, processing night or not, so late and
000389*                blocked close tasks reach the morning report.
000390* 2026-10  JDF  Held-change posting (futpost) runs every night,
000391*                not just processing nights, so a change effective
000392*                on a weekend or holiday is on file the next day.
000393*--------------------------------
000394 ENVIRONMENT DIVISION.
000395 INPUT-OUTPUT SECTION.
000396 FILE-CONTROL.
000397     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOGTXT"
000398         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT EXCP-COUNT-FILE ASSIGN TO "PERFEXCPCNT"
000420         ORGANIZATION IS LINE SEQUENTIAL
001290     OPEN EXTEND BATCH-LOG-FILE.
001292     MOVE "STARTING" TO WS-STEP-NAME.
001294     PERFORM RAISE-WINDOW-FLAG.
001297     PERFORM CHECK-PROCESSING-NIGHT.
001300     MOVE WS-TODAY-DATE TO WS-ENV-VALUE.
001301     SET ENVIRONMENT "CTLLEDG_NIGHT" TO WS-ENV-VALUE.
001302     PERFORM RUN-PREFLIGHT.
001304     IF WS-STEP-RC NOT = 0
001305         DISPLAY "Preflight failed - the window does not run."
001420*--------------------------------
001430* The original hardcoded job, kept as the fallback for a shop
001440* (or a night) without a BATCHCTL.DAT control file.  On a
001450* non-processing night only the every-night steps run.
001460*--------------------------------
001470     PERFORM RUN-BACKUPS.
001475     PERFORM RUN-VISITOR-LIST.
001477     PERFORM RUN-FUTURE-POSTING.
001480     IF WS-PROCESSING-NIGHT = "Y"
001490         PERFORM RUN-DIRECTORY-REPORT
001500         PERFORM RUN-HR-RECONCILIATION
001501         PERFORM RUN-CONTRACTOR-SWEEP
001502         PERFORM RUN-DEVICE-CHECK
001503         PERFORM RUN-DEPARTURE-SWEEP
001504         PERFORM RUN-ONBOARDING-CHECK
001505         PERFORM RUN-AUTO-ENROLLMENT
001506         PERFORM RUN-PRICE-LOAD
001507         PERFORM RUN-FUND-LOAD
001508         PERFORM RUN-LOAN-POSTING
001509         PERFORM RUN-MATCH-CALC
001510         PERFORM RUN-CONTRIB-SPLIT
001511         PERFORM RUN-TRADE-CONFIRM
001512         PERFORM RUN-FUND-VALUATION
001513         PERFORM RUN-SOURCE-BALANCES
001514         PERFORM RUN-REMIT-RECON
001515         PERFORM RUN-CROSS-MASTER-CHECK
001517         PERFORM RUN-PERF-EDIT
001520         PERFORM RUN-RETIREMENT-BATCH
001521         PERFORM RUN-CONTROL-BALANCE
001522         IF WS-STEP-RC NOT = 0
001524             DISPLAY "Control totals out of balance - the window "
001525                 "stops here."
001527         ELSE
001528             PERFORM RUN-FORCE-OUT
001530             PERFORM RUN-AUDIT-VERIFY
001532             PERFORM RUN-NOTICE-DISPATCH
001534             PERFORM RUN-UNDELIVERED-REPORT
001536             PERFORM RUN-SAVED-EXTRACTS
001538             PERFORM RUN-CLOSE-STATUS
001540             PERFORM RUN-SPOOL-CAPTURE
001545         END-IF
001550     ELSE
001560         MOVE "NON-PROCESSING NIGHT - REDUCED RUN"
001570             TO WS-STEP-NAME
001600         MOVE WS-STEP-NAME          TO WS-LOG-STEP
001610         MOVE WS-LOG-LINE           TO BATCH-LOG-LINE
001620         WRITE BATCH-LOG-LINE
001622         PERFORM RUN-NOTICE-DISPATCH
001625         PERFORM RUN-UNDELIVERED-REPORT
001627         PERFORM RUN-CLOSE-STATUS
001630     END-IF.
001640
001650*--------------------------------
003190     MOVE "phonerecn"                 TO WS-SHELL-COMMAND.
003200     PERFORM RUN-STEP-AND-LOG.
003210
003211 RUN-CROSS-MASTER-CHECK.
003212     MOVE "CROSS-MASTER CONSISTENCY"  TO WS-STEP-NAME.
003213     MOVE "partrecn"                  TO WS-SHELL-COMMAND.
003214     PERFORM RUN-STEP-AND-LOG.
003215
003216 RUN-SOURCE-BALANCES.
003217     MOVE "MONEY-SOURCE BALANCE REBUILD" TO WS-STEP-NAME.
003218     MOVE "srcbal"                    TO WS-SHELL-COMMAND.
003219     PERFORM RUN-STEP-AND-LOG.
003220
003221 RUN-MATCH-CALC.
003222     MOVE "EMPLOYER MATCH POSTING"    TO WS-STEP-NAME.
003223     MOVE "matchcal"                  TO WS-SHELL-COMMAND.
003224     PERFORM RUN-STEP-AND-LOG.
003225
003226 RUN-REMIT-RECON.
003227     MOVE "PAYROLL REMITTANCE RECON"  TO WS-STEP-NAME.
003228     MOVE "remitrec"                  TO WS-SHELL-COMMAND.
003229     PERFORM RUN-STEP-AND-LOG.
003230
003231 RUN-PRICE-LOAD.
003232     MOVE "FUND PRICE LOAD"           TO WS-STEP-NAME.
003233     MOVE "prcload"                   TO WS-SHELL-COMMAND.
003234     PERFORM RUN-STEP-AND-LOG.
003235
003236 RUN-CONTRIB-SPLIT.
003237     MOVE "CONTRIBUTION SPLIT"        TO WS-STEP-NAME.
003238     MOVE "contsplt"                  TO WS-SHELL-COMMAND.
003239     PERFORM RUN-STEP-AND-LOG.
003240
003241 RUN-TRADE-CONFIRM.
003242     MOVE "TRADE CONFIRMATION"        TO WS-STEP-NAME.
003243     MOVE "trdconf"                   TO WS-SHELL-COMMAND.
003244     PERFORM RUN-STEP-AND-LOG.
003245
003246 RUN-FUND-VALUATION.
003247     MOVE "FUND UNIT VALUATION"       TO WS-STEP-NAME.
003248     MOVE "fundval"                   TO WS-SHELL-COMMAND.
003249     PERFORM RUN-STEP-AND-LOG.
003250
003251 RUN-LOAN-POSTING.
003252     MOVE "LOAN REPAYMENT POSTING"    TO WS-STEP-NAME.
003253     MOVE "loanpost"                  TO WS-SHELL-COMMAND.
003254     PERFORM RUN-STEP-AND-LOG.
003255
003256 RUN-FUND-LOAD.
003257     MOVE "FUND BALANCE LOAD"         TO WS-STEP-NAME.
003258     MOVE "fundload"                  TO WS-SHELL-COMMAND.
003259     PERFORM RUN-STEP-AND-LOG.
003260
003261 RUN-CONTRACTOR-SWEEP.
003262     MOVE "CONTRACTOR EXPIRY SWEEP"   TO WS-STEP-NAME.
003263     MOVE "contexp"                   TO WS-SHELL-COMMAND.
003264     PERFORM RUN-STEP-AND-LOG.
003265
003266 RUN-DEVICE-CHECK.
003267     MOVE "DEVICE REGISTER CHECK"     TO WS-STEP-NAME.
003268     MOVE "devchk"                    TO WS-SHELL-COMMAND.
003269     PERFORM RUN-STEP-AND-LOG.
003270
003271 RUN-DEPARTURE-SWEEP.
003272     MOVE "DEPARTURE IMPACT SWEEP"    TO WS-STEP-NAME.
003273     MOVE "leavswp"                   TO WS-SHELL-COMMAND.
003274     PERFORM RUN-STEP-AND-LOG.
003275
003276 RUN-ONBOARDING-CHECK.
003277     MOVE "ONBOARDING CHECK"          TO WS-STEP-NAME.
003278     MOVE "onbdchk"                   TO WS-SHELL-COMMAND.
003279     PERFORM RUN-STEP-AND-LOG.
003280
003281 RUN-AUTO-ENROLLMENT.
003282     MOVE "AUTOMATIC ENROLLMENT"      TO WS-STEP-NAME.
003283     MOVE "autoenrl"                  TO WS-SHELL-COMMAND.
003284     PERFORM RUN-STEP-AND-LOG.
003285
003286 RUN-FUTURE-POSTING.
003287     MOVE "HELD CHANGE POSTING"       TO WS-STEP-NAME.
003288     MOVE "futpost"                   TO WS-SHELL-COMMAND.
003289     PERFORM RUN-STEP-AND-LOG.
003290
003291 RUN-VISITOR-LIST.
003292     MOVE "VISITOR STILL-IN LIST"     TO WS-STEP-NAME.
003293     MOVE "visitrpt"                  TO WS-SHELL-COMMAND.
003294     PERFORM RUN-STEP-AND-LOG.
003295
003296 RUN-PERF-EDIT.
003297     MOVE "PERFORMANCE BATCH EDIT"    TO WS-STEP-NAME.
003298     MOVE "perfedit"                  TO WS-SHELL-COMMAND.
003299     PERFORM RUN-STEP-AND-LOG.
003300
003301 RUN-RETIREMENT-BATCH.
003302     MOVE "RETIREMENT PERFORMANCE BATCH" TO WS-STEP-NAME.
003303     SET ENVIRONMENT "RETPERF_OPERATOR_ID" TO "BATCH".
003304     SET ENVIRONMENT "RETPERF_MODE"        TO "B".
003310     MOVE "retirement-performance"     TO WS-SHELL-COMMAND.
003315     PERFORM RAISE-WINDOW-FLAG.
003316     PERFORM NOTE-STEP-START.
003520         END-IF
003530         CLOSE EXCP-COUNT-FILE
003540     END-IF.
003541
003542 RUN-CONTROL-BALANCE.
003544*--------------------------------
003545* The retirement jobs' hand-offs proved against each other from
003547* the night's control ledger.  Anything out of balance alerts
003548* and ends non-zero, and nothing after this step runs.
003550*--------------------------------
003551     MOVE "RUN-TO-RUN CONTROL BALANCE" TO WS-STEP-NAME.
003552     MOVE "ctlbal"                    TO WS-SHELL-COMMAND.
003553     PERFORM RUN-STEP-AND-LOG.
003554
003555 RUN-FORCE-OUT.
003556     MOVE "SMALL-BALANCE FORCE-OUT"   TO WS-STEP-NAME.
003557     MOVE "forceout"                  TO WS-SHELL-COMMAND.
003558     PERFORM RUN-STEP-AND-LOG.
003559
003560 RUN-AUDIT-VERIFY.
003570     MOVE "AUDIT TRAIL VERIFICATION"  TO WS-STEP-NAME.
003580     MOVE "audtchk"                   TO WS-SHELL-COMMAND.
003590     PERFORM RUN-STEP-AND-LOG.
003593
003596 RUN-NOTICE-DISPATCH.
003600*--------------------------------
003601* The shop's notification queue: e-mail to the gateway pickup
003602* file, print items in one run on NOTEPRNT.PRT, bounces retried.
003603*--------------------------------
003604     MOVE "NOTIFICATION DISPATCH"     TO WS-STEP-NAME.
003605     MOVE "notedisp"                  TO WS-SHELL-COMMAND.
003606     PERFORM RUN-STEP-AND-LOG.
003607
003608 RUN-UNDELIVERED-REPORT.
003609     MOVE "UNDELIVERED NOTIFICATIONS" TO WS-STEP-NAME.
003610     MOVE "noterpt"                   TO WS-SHELL-COMMAND.
003611     PERFORM RUN-STEP-AND-LOG.
003612
003613 RUN-SAVED-EXTRACTS.
003614*--------------------------------
003615* Every saved extract query flagged nightly (xtrdef), each run
003616* for its owner's sensitive-field level.
003617*--------------------------------
003618     SET ENVIRONMENT "XTRRUN_QUERY" TO "*NIGHTLY".
003619     MOVE "NIGHTLY SAVED EXTRACTS"    TO WS-STEP-NAME.
003620     MOVE "xtrrun"                    TO WS-SHELL-COMMAND.
003621     PERFORM RUN-STEP-AND-LOG.
003622
003623 RUN-CLOSE-STATUS.
003624     MOVE "PERIOD CLOSE STATUS"       TO WS-STEP-NAME.
003625     MOVE "closerpt"                  TO WS-SHELL-COMMAND.
003626     PERFORM RUN-STEP-AND-LOG.
003627
003628 RUN-SPOOL-CAPTURE.
003629     MOVE "REPORT SPOOL CAPTURE"      TO WS-STEP-NAME.
003630     MOVE "spoolcpy"                  TO WS-SHELL-COMMAND.
003640     PERFORM RUN-STEP-AND-LOG.
003650
