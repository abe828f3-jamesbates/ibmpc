000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMEJOB                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primejob.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. JOB-STREAM DRIVER FOR THE *
000260*                    SUITE. THE SYSIN DECK NAMES THE JOB, THEN   *
000270*                    ITS STEPS IN ORDER (STEP=NAME,PROGRAM),     *
000280*                    EACH WITH AN OPTIONAL CONTROL DECK FOR THE  *
000290*                    STEP'S OWN SYSIN, THE HIGHEST RETURN CODE   *
000300*                    THAT STILL COUNTS AS A GOOD END (MAXRC=),   *
000310*                    AND RUNIF= CONDITIONS ON THE RETURN CODES   *
000320*                    OF EARLIER STEPS. EVERY STEP'S START AND    *
000330*                    END TIME AND RETURN CODE GO TO THE STANDING *
000340*                    STEPLOG LOG, AND THE JOBRST RESTART RECORD  *
000350*                    LETS A RERUN RESUME AT THE FIRST FAILED     *
000360*                    STEP INSTEAD OF FROM THE TOP, SO A BAD      *
000370*                    RETURN CODE NO LONGER DEPENDS ON AN         *
000380*                    OPERATOR READING SYSOUT TO STOP THE STREAM. *
000381*   2026-10-15  DLS  ONCE A STEP ABENDS, EVERY LATER STEP IS     *
000382*                    FLUSHED (NOT RUN, LOGGED AS FLUSHED) WHETHER*
000383*                    OR NOT IT HAS RUNIF CARDS, AS JCL DOES      *
000384*                    WITHOUT COND=EVEN. A STEP CODED ABEND=EVEN  *
000385*                    STILL RUNS, SUBJECT TO ITS RUNIF CARDS.     *
000386*   2026-10-15  DLS  JOBRST NOW HOLDS ONE RESTART GROUP PER JOB  *
000387*                    NAME. A RUN REPLACES ONLY ITS OWN GROUP AND *
000388*                    CARRIES THE OTHER JOBS' GROUPS FORWARD, SO  *
000389*                    ONE JOB'S RUN NO LONGER LOSES ANOTHER'S     *
000390*                    RESTART POINT. STEP RECORDS NOW CARRY THE   *
000391*                    JOB NAME.                                   *
000392******************************************************************
000400
000410 environment division.
000420 configuration section.
000430 source-computer. ibm-pc.
000440 object-computer. ibm-pc.
000450
000460 input-output section.
000470 file-control.
000480     select ctlcard-file assign to "SYSIN"
000490         organization is line sequential
000500         file status is ctlcard-status.
000510
000520     select steplog-file assign to "STEPLOG"
000530         organization is line sequential
000540         file status is steplog-status.
000550
000560     select jobrst-file assign to "JOBRST"
000570         organization is line sequential
000580         file status is jobrst-status.
000590
000600     select auditlog-file assign to "PRIMEAUD"
000610         organization is line sequential
000620         file status is auditlog-status.
000630
000640 data division.
000650 file section.
000660 fd  ctlcard-file
000670     label records are standard.
000680 01  ctlcard-record               picture x(80).
000690 01  ctlcard-card.
000700     05  cc-col1                 picture x(01).
000710     05  filler                  picture x(79).
000720
000730 fd  steplog-file
000740     label records are standard.
000750 01  steplog-record               picture x(80).
000760
000770 fd  jobrst-file
000780     label records are standard.
000790 01  jobrst-record.
000800     05  jr-rec-type             picture x(03).
000810     05  filler                  picture x(01).
000820     05  jr-job-name             picture x(08).
000830     05  filler                  picture x(01).
000840     05  jr-run-date             picture 9(6).
000850     05  filler                  picture x(01).
000860     05  jr-run-time             picture 9(8).
000870     05  filler                  picture x(01).
000880     05  jr-restart-step         picture x(08).
000890     05  filler                  picture x(01).
000900     05  jr-step-count           picture 9(4).
000910     05  filler                  picture x(38).
000920 01  jobrst-step redefines jobrst-record.
000930     05  js-rec-type             picture x(03).
000940     05  filler                  picture x(01).
000950     05  js-step-name            picture x(08).
000960     05  filler                  picture x(01).
000970     05  js-step-status          picture x(08).
000980     05  filler                  picture x(01).
000990     05  js-step-rc              picture 9(4).
000993     05  filler                  picture x(01).
000996     05  js-job-name             picture x(08).
001000     05  filler                  picture x(45).
001010
001020 fd  auditlog-file
001030     label records are standard.
001040 01  auditlog-record              picture x(89).
001050
001060 working-storage section.
001070 77  ctlcard-status               picture x(02) value spaces.
001080 77  steplog-status               picture x(02) value spaces.
001090 77  jobrst-status                picture x(02) value spaces.
001100 77  step-max                     picture 9(4) comp value 30.
001110 77  cond-max                     picture 9(4) comp value 4.
001120 77  rc-max                       picture 9(4) comp value 4095.
001125 77  keep-max                     picture 9(4) comp value 500.
001130
001140 01  step-table.
001150   02 step-count                 picture 9(4) comp value zero.
001160   02 step-index                 picture 9(4) comp.
001170   02 step-entry occurs 30 times.
001180     03 st-name                  picture x(08).
001190     03 st-program               picture x(08).
001200     03 st-deck                  picture x(44).
001210     03 st-maxrc                 picture 9(4).
001220     03 st-status                picture x(08).
001230     03 st-bypass                picture x(01).
001240        88 st-bypassed           value "Y".
001243     03 st-abend-rule            picture x(01).
001246        88 st-runs-even          value "E".
001250     03 st-rc                    picture 9(4).
001260     03 st-start-time            picture 9(8).
001270     03 st-end-time              picture 9(8).
001280     03 st-cond-count            picture 9(4) comp.
001290     03 st-cond occurs 4 times.
001300       04 sc-step                picture 9(4) comp.
001310       04 sc-op                  picture x(02).
001320       04 sc-rc                  picture 9(4).
001330
001340 01  job-ws.
001350   02 jb-name                    picture x(08) value spaces.
001360   02 jb-restart                 picture x(08) value "AUTO".
001370   02 jb-resume                  picture 9(4) comp value 1.
001380   02 jb-first-failed            picture 9(4) comp value zero.
001390   02 jb-high-rc                 picture 9(4) value zero.
001400   02 jb-run-count               picture 9(4) comp value zero.
001410   02 jb-fail-count              picture 9(4) comp value zero.
001420   02 jb-skip-count              picture 9(4) comp value zero.
001430   02 jb-bypass-count            picture 9(4) comp value zero.
001432   02 jb-flush-count             picture 9(4) comp value zero.
001434   02 jb-abend-seen              picture x(01) value "N".
001436      88 jb-step-abended         value "Y".
001440   02 jb-run-date                picture 9(6).
001450   02 jb-run-time                picture 9(8).
001460   02 jb-command                 picture x(80).
001470   02 jb-deck-name               picture x(44).
001480   02 jb-wait-status             picture s9(9).
001490   02 jb-signal                  picture 9(9).
001500   02 jb-exit-rc                 picture 9(9).
001510   02 jb-cond-index              picture 9(4) comp.
001520   02 jb-cond-ref                picture 9(4) comp.
001530   02 jb-cond-true               picture x(01).
001540      88 jb-cond-holds           value "Y".
001550   02 jb-find-name               picture x(08).
001560   02 jb-find-index              picture 9(4) comp.
001570   02 jb-found-index             picture 9(4) comp.
001580   02 jb-rst-eof                 picture x(01).
001590      88 jb-rst-at-end           value "Y".
001600   02 jb-rst-job                 picture x(08).
001610   02 jb-rst-step                picture x(08).
001620   02 jb-rst-seen                picture x(01).
001630      88 jb-rst-found            value "Y".
001631   02 jb-rst-owner               picture x(08).
001632
001633 01  jobrst-keep-table.
001634   02 rk-count                   picture 9(4) comp value zero.
001635   02 rk-index                   picture 9(4) comp.
001636   02 rk-dropped                 picture 9(4) comp value zero.
001637   02 rk-record                  picture x(80) occurs 500 times.
001640
001650 01  ctlcard-ws.
001660   02 cc-keyword                 picture x(12).
001670   02 cc-value                   picture x(67).
001680   02 cc-value-chars redefines cc-value.
001690     03 cc-value-char            picture x(01) occurs 67 times.
001700   02 cc-value-parts redefines cc-value.
001710     03 cc-value-name            picture x(08).
001720     03 cc-value-rest            picture x(59).
001730   02 cc-value-deck redefines cc-value.
001740     03 cc-value-dsn             picture x(44).
001750     03 cc-value-dsn-rest        picture x(23).
001760   02 cc-part-1                  picture x(67).
001770   02 cc-part-2                  picture x(67).
001780   02 cc-part-3                  picture x(67).
001790   02 cc-part-4                  picture x(67).
001800   02 cc-strip-index             picture 9(4) comp.
001810   02 cc-strip-out               picture 9(4) comp.
001820   02 cc-strip-text              picture x(67).
001830   02 cc-strip-chars redefines cc-strip-text.
001840     03 cc-strip-char            picture x(01) occurs 67 times.
001850   02 cc-card-eof                picture x(01) value "N".
001860      88 cc-cards-done           value "Y".
001870   02 ctl-error-text             picture x(40).
001880
001890 01  parse-ws.
001900   02 pn-field                   picture x(67).
001910   02 pn-chars redefines pn-field.
001920     03 pn-char                  picture x(01) occurs 67 times.
001930   02 pn-value                   picture 9(9).
001940   02 pn-flag                    picture x(01).
001950      88 pn-good                 value "Y".
001960   02 pn-started                 picture x(01).
001970   02 pn-done                    picture x(01).
001980   02 pn-scan                    picture 9(4) comp.
001990   02 pn-digits                  picture 9(4) comp.
002000   02 pn-digit-x                 picture x(01).
002010   02 pn-digit redefines pn-digit-x
002020                                 picture 9(01).
002030
002040 01  steplog-line.
002050   02 sl-run-date                picture 9(6).
002060   02 filler                     picture x(01) value space.
002070   02 sl-job-name                picture x(08).
002080   02 filler                     picture x(01) value space.
002090   02 sl-step-name               picture x(08).
002100   02 filler                     picture x(01) value space.
002110   02 sl-program                 picture x(08).
002120   02 filler                     picture x(01) value space.
002130   02 sl-start-time              picture 9(8).
002140   02 filler                     picture x(01) value space.
002150   02 sl-end-time                picture 9(8).
002160   02 filler                     picture x(01) value space.
002170   02 sl-rc                      picture z(3)9.
002180   02 filler                     picture x(01) value space.
002190   02 sl-status                  picture x(08).
002200   02 filler                     picture x(01) value space.
002210   02 sl-operator-id             picture x(12).
002220
002230 01  summary-ws.
002240   02 sm-rc                      picture z(3)9.
002250   02 sm-maxrc                   picture z(3)9.
002260
002270 77  auditlog-status              picture x(02) value spaces.
002280
002290 01  audit-line.
002300   02 al-run-date                picture 9(6).
002310   02 filler                     picture x(01) value space.
002320   02 al-run-time                picture 9(8).
002330   02 filler                     picture x(01) value space.
002340   02 al-program-id              picture x(08).
002350   02 filler                     picture x(01) value space.
002360   02 al-operator-id             picture x(12).
002370   02 filler                     picture x(01) value space.
002380   02 al-count-1                 picture z(8)9.
002390   02 filler                     picture x(01) value space.
002400   02 al-count-2                 picture z(5)9.
002410   02 filler                     picture x(01) value space.
002420   02 al-completion              picture x(08).
002430   02 filler                     picture x(01) value space.
002440   02 al-run-desc                picture x(25).
002450
002460 procedure division.
002470******************************************************************
002480*  0000-MAINLINE                                                 *
002490******************************************************************
002500 begin.
002510     perform readctl 1 times.
002520     accept jb-run-date from date.
002530     accept jb-run-time from time.
002540     perform restart-load thru restart-load-exit.
002550     open extend steplog-file.
002560     if steplog-status not = "00"
002570         open output steplog-file
002580     end-if.
002590     if steplog-status not = "00"
002600         display "PRIMEJOB008E - STEPLOG COULD NOT BE OPENED. "
002610             "NO STEP WAS RUN."
002620         move 16 to return-code
002630         stop run
002640     end-if.
002650     perform step-process thru step-process-exit
002660         varying step-index from 1 by 1
002670         until step-index > step-count.
002680     close steplog-file.
002690     perform restart-write thru restart-write-exit.
002700     perform summary 1 times.
002710     perform audit-write 1 times.
002720     move jb-high-rc to return-code.
002730     stop run.
002740
002750******************************************************************
002760*  READCTL - THE JOB-STREAM DECK: A JOBNAME= CARD, AN OPTIONAL   *
002770*            RESTART= CARD (AUTO, THE DEFAULT, NO, OR A STEP     *
002780*            NAME), THEN ONE STEP=NAME,PROGRAM CARD PER STEP IN  *
002790*            RUN ORDER. SYSIN=, MAXRC=, RUNIF= AND ABEND= CARDS  *
002800*            APPLY TO THE STEP CARD THEY FOLLOW. ABEND=EVEN LETS *
002803*            A STEP RUN AFTER AN EARLIER STEP ABENDS; ABEND=FLUSH*
002806*            (THE DEFAULT) DOES NOT. ANY INVALID CARD IS A       *
002810*            HARD STOP - NO STEP RUNS FROM A DECK THAT DOES NOT  *
002820*            READ CLEAN.                                         *
002830******************************************************************
002840 readctl.
002850     open input ctlcard-file.
002860     if ctlcard-status not = "00"
002870         display "PRIMEJOB001E - NO JOB-STREAM DECK SUPPLIED. "
002880             "A JOBNAME= CARD AND AT LEAST ONE STEP= CARD ARE "
002890             "REQUIRED."
002900         move 16 to return-code
002910         stop run
002920     end-if.
002930     perform ctl-read-card thru ctl-read-card-exit.
002940     perform ctl-process-card thru ctl-process-card-exit
002950         until cc-cards-done.
002960     close ctlcard-file.
002970     if jb-name = spaces or step-count = 0
002980         display "PRIMEJOB001E - NO JOB-STREAM DECK SUPPLIED. "
002990             "A JOBNAME= CARD AND AT LEAST ONE STEP= CARD ARE "
003000             "REQUIRED."
003010         move 16 to return-code
003020         stop run
003030     end-if.
003040     if jb-restart not = "AUTO" and jb-restart not = "NO"
003050         move jb-restart to jb-find-name
003060         perform find-step thru find-step-exit
003070         if jb-found-index = 0
003080             display "PRIMEJOB002E - RESTART STEP " jb-restart
003090                 " IS NOT A STEP OF THIS JOB."
003100             move 16 to return-code
003110             stop run
003120         end-if
003130     end-if.
003140
003150 ctl-read-card.
003160     read ctlcard-file
003170         at end
003180             move "Y" to cc-card-eof
003190     end-read.
003200 ctl-read-card-exit.
003210     exit.
003220
003230 ctl-process-card.
003240     if ctlcard-record = spaces or cc-col1 = "*"
003250         go to ctl-process-card-next
003260     end-if.
003270     move spaces to cc-keyword.
003280     move spaces to cc-value.
003290     unstring ctlcard-record delimited by "="
003300         into cc-keyword cc-value
003310     end-unstring.
003320     perform ctl-strip-value thru ctl-strip-value-exit.
003330     if cc-keyword = "JOBNAME"
003340         if cc-value = spaces or cc-value-rest not = spaces
003350             move "JOBNAME MUST BE 1 TO 8 CHARACTERS"
003360                 to ctl-error-text
003370             perform ctl-card-error 1 times
003380         end-if
003390         move cc-value-name to jb-name
003400         go to ctl-process-card-next
003410     end-if.
003420     if cc-keyword = "RESTART"
003430         if cc-value = spaces or cc-value-rest not = spaces
003440             move "RESTART MUST BE AUTO, NO, OR A STEP NAME"
003450                 to ctl-error-text
003460             perform ctl-card-error 1 times
003470         end-if
003480         move cc-value-name to jb-restart
003490         go to ctl-process-card-next
003500     end-if.
003510     if cc-keyword = "STEP"
003520         perform ctl-card-step 1 times
003530         go to ctl-process-card-next
003540     end-if.
003550     if cc-keyword = "SYSIN" or cc-keyword = "MAXRC"
003560         or cc-keyword = "RUNIF" or cc-keyword = "ABEND"
003570         if step-count = 0
003580             move "CARD MUST FOLLOW A STEP= CARD"
003590                 to ctl-error-text
003600             perform ctl-card-error 1 times
003610         end-if
003620     end-if.
003630     if cc-keyword = "SYSIN"
003640         if cc-value = spaces or cc-value-dsn-rest not = spaces
003650             move "SYSIN DECK NAME MUST BE 1 TO 44 CHARACTERS"
003660                 to ctl-error-text
003670             perform ctl-card-error 1 times
003680         end-if
003690         move cc-value-dsn to st-deck (step-count)
003700         go to ctl-process-card-next
003710     end-if.
003720     if cc-keyword = "MAXRC"
003730         move cc-value to pn-field
003740         perform parse-number thru parse-number-exit
003750         if not pn-good or pn-value > rc-max
003760             move "MAXRC MUST BE NUMERIC, 0 THRU 4095"
003770                 to ctl-error-text
003780             perform ctl-card-error 1 times
003790         end-if
003800         move pn-value to st-maxrc (step-count)
003810         go to ctl-process-card-next
003820     end-if.
003821     if cc-keyword = "ABEND"
003822         if cc-value not = "EVEN" and cc-value not = "FLUSH"
003823             move "ABEND MUST BE EVEN OR FLUSH" to ctl-error-text
003824             perform ctl-card-error 1 times
003825         end-if
003826         if cc-value = "EVEN"
003827             move "E" to st-abend-rule (step-count)
003828         else
003829             move "F" to st-abend-rule (step-count)
003830         end-if
003831         go to ctl-process-card-next
003832     end-if.
003833     if cc-keyword = "RUNIF"
003840         perform ctl-card-runif 1 times
003850         go to ctl-process-card-next
003860     end-if.
003870     move "KEYWORD NOT RECOGNIZED" to ctl-error-text.
003880     perform ctl-card-error 1 times.
003890 ctl-process-card-next.
003900     perform ctl-read-card thru ctl-read-card-exit.
003910 ctl-process-card-exit.
003920     exit.
003930
003940******************************************************************
003950*  CTL-CARD-STEP - SPLIT STEP=NAME,PROGRAM, CHECK BOTH NAMES     *
003960*                  AND THAT THE STEP NAME IS NOT ALREADY IN THE  *
003970*                  JOB, AND FILE THE STEP WITH NO DECK, NO       *
003980*                  CONDITIONS, MAXRC ZERO AND ABEND=FLUSH UNTIL  *
003990*                  ITS OWN CARDS SAY OTHERWISE.                  *
004000******************************************************************
004010 ctl-card-step.
004020     if step-count >= step-max
004030         move "MORE THAN 30 STEPS IN ONE JOB" to ctl-error-text
004040         perform ctl-card-error 1 times
004050     end-if.
004060     move spaces to cc-part-1.
004070     move spaces to cc-part-2.
004080     move spaces to cc-part-3.
004090     unstring cc-value delimited by ","
004100         into cc-part-1 cc-part-2 cc-part-3
004110     end-unstring.
004120     if cc-part-3 not = spaces
004130         move "STEP CARD IS STEP=NAME,PROGRAM" to ctl-error-text
004140         perform ctl-card-error 1 times
004150     end-if.
004160     move cc-part-1 to cc-value.
004170     perform ctl-strip-value thru ctl-strip-value-exit.
004180     if cc-value = spaces or cc-value-rest not = spaces
004190         move "STEP NAME MUST BE 1 TO 8 CHARACTERS"
004200             to ctl-error-text
004210         perform ctl-card-error 1 times
004220     end-if.
004230     move cc-value-name to jb-find-name.
004240     perform find-step thru find-step-exit.
004250     if jb-found-index not = 0
004260         move "STEP NAME ALREADY USED IN THIS JOB"
004270             to ctl-error-text
004280         perform ctl-card-error 1 times
004290     end-if.
004300     move cc-part-2 to cc-value.
004310     perform ctl-strip-value thru ctl-strip-value-exit.
004320     if cc-value = spaces or cc-value-rest not = spaces
004330         move "PROGRAM NAME MUST BE 1 TO 8 CHARACTERS"
004340             to ctl-error-text
004350         perform ctl-card-error 1 times
004360     end-if.
004370     add 1 to step-count.
004380     move jb-find-name to st-name (step-count).
004390     move cc-value-name to st-program (step-count).
004400     move spaces to st-deck (step-count).
004410     move zero to st-maxrc (step-count).
004420     move "NOT RUN" to st-status (step-count).
004430     move "N" to st-bypass (step-count).
004435     move "F" to st-abend-rule (step-count).
004440     move zero to st-rc (step-count).
004450     move zero to st-start-time (step-count).
004460     move zero to st-end-time (step-count).
004470     move zero to st-cond-count (step-count).
004480
004490******************************************************************
004500*  CTL-CARD-RUNIF - RUNIF=STEP,OP,RC: THE CURRENT STEP RUNS ONLY *
004510*                   IF THE NAMED EARLIER STEP RAN AND ITS RETURN *
004520*                   CODE STANDS IN THAT RELATION (EQ NE LT LE GT *
004530*                   GE) TO RC. UP TO FOUR PER STEP, ALL OF WHICH *
004540*                   MUST HOLD.                                   *
004550******************************************************************
004560 ctl-card-runif.
004570     if st-cond-count (step-count) >= cond-max
004580         move "MORE THAN 4 RUNIF CARDS FOR ONE STEP"
004590             to ctl-error-text
004600         perform ctl-card-error 1 times
004610     end-if.
004620     move spaces to cc-part-1.
004630     move spaces to cc-part-2.
004640     move spaces to cc-part-3.
004650     move spaces to cc-part-4.
004660     unstring cc-value delimited by ","
004670         into cc-part-1 cc-part-2 cc-part-3 cc-part-4
004680     end-unstring.
004690     if cc-part-4 not = spaces
004700         move "RUNIF CARD IS RUNIF=STEP,OP,RC" to ctl-error-text
004710         perform ctl-card-error 1 times
004720     end-if.
004730     move cc-part-1 to cc-value.
004740     perform ctl-strip-value thru ctl-strip-value-exit.
004750     move cc-value-name to jb-find-name.
004760     perform find-step thru find-step-exit.
004770     if jb-found-index = 0 or jb-found-index = step-count
004780         or cc-value-rest not = spaces
004790         move "RUNIF MUST NAME AN EARLIER STEP" to ctl-error-text
004800         perform ctl-card-error 1 times
004810     end-if.
004820     add 1 to st-cond-count (step-count).
004830     move st-cond-count (step-count) to jb-cond-index.
004840     move jb-found-index to sc-step (step-count, jb-cond-index).
004850     move cc-part-2 to cc-value.
004860     perform ctl-strip-value thru ctl-strip-value-exit.
004870     if cc-value not = "EQ" and cc-value not = "NE"
004880         and cc-value not = "LT" and cc-value not = "LE"
004890         and cc-value not = "GT" and cc-value not = "GE"
004900         move "RUNIF OPERATOR MUST BE EQ NE LT LE GT GE"
004910             to ctl-error-text
004920         perform ctl-card-error 1 times
004930     end-if.
004940     move cc-value to sc-op (step-count, jb-cond-index).
004950     move cc-part-3 to pn-field.
004960     perform parse-number thru parse-number-exit.
004970     if not pn-good or pn-value > rc-max
004980         move "RUNIF RC MUST BE NUMERIC, 0 THRU 4095"
004990             to ctl-error-text
005000         perform ctl-card-error 1 times
005010     end-if.
005020     move pn-value to sc-rc (step-count, jb-cond-index).
005030
005040 ctl-card-error.
005050     display "PRIMEJOB003E - INVALID JOB-STREAM CARD - "
005060         ctl-error-text.
005070     display "  CARD IMAGE: " ctlcard-record.
005080     close ctlcard-file.
005090     move 16 to return-code.
005100     stop run.
005110
005120******************************************************************
005130*  CTL-STRIP-VALUE - DROP ANY BLANKS BETWEEN THE = SIGN (OR A    *
005140*                    COMMA) AND THE VALUE, AS THE MAIN JOB'S     *
005150*                    READCTL DOES.                               *
005160******************************************************************
005170 ctl-strip-value.
005180     if cc-value = spaces
005190         go to ctl-strip-value-exit
005200     end-if.
005210     move zero to cc-strip-out.
005220     move spaces to cc-strip-text.
005230     perform ctl-strip-char-copy thru ctl-strip-char-copy-exit
005240         varying cc-strip-index from 1 by 1
005250         until cc-strip-index > 67.
005260     move cc-strip-text to cc-value.
005270 ctl-strip-value-exit.
005280     exit.
005290
005300 ctl-strip-char-copy.
005310     if cc-strip-out = 0
005320         and cc-value-char (cc-strip-index) = space
005330         go to ctl-strip-char-copy-exit
005340     end-if.
005350     add 1 to cc-strip-out.
005360     move cc-value-char (cc-strip-index)
005370         to cc-strip-char (cc-strip-out).
005380 ctl-strip-char-copy-exit.
005390     exit.
005400
005410******************************************************************
005420*  PARSE-NUMBER - CONVERT A FREE-FORM CARD VALUE (DIGITS, WITH   *
005430*                 LEADING AND TRAILING SPACES ALLOWED) IN        *
005440*                 PN-FIELD INTO PN-VALUE, THE SAME RULE THE      *
005450*                 OTHER SUITE DECKS USE. ANYTHING ELSE DROPS     *
005460*                 PN-GOOD.                                       *
005470******************************************************************
005480 parse-number.
005490     move zero to pn-value.
005500     move zero to pn-digits.
005510     move "Y" to pn-flag.
005520     move "N" to pn-started.
005530     move "N" to pn-done.
005540     perform parse-one-char thru parse-one-char-exit
005550         varying pn-scan from 1 by 1
005560         until pn-scan > 67 or pn-flag = "N".
005570     if pn-started = "N"
005580         move "N" to pn-flag
005590     end-if.
005600 parse-number-exit.
005610     exit.
005620
005630 parse-one-char.
005640     if pn-char (pn-scan) = space
005650         if pn-started = "Y"
005660             move "Y" to pn-done
005670         end-if
005680         go to parse-one-char-exit
005690     end-if.
005700     if pn-done = "Y"
005710         move "N" to pn-flag
005720         go to parse-one-char-exit
005730     end-if.
005740     if pn-char (pn-scan) < "0" or pn-char (pn-scan) > "9"
005750         move "N" to pn-flag
005760         go to parse-one-char-exit
005770     end-if.
005780     if pn-digits >= 9
005790         move "N" to pn-flag
005800         go to parse-one-char-exit
005810     end-if.
005820     move "Y" to pn-started.
005830     add 1 to pn-digits.
005840     move pn-char (pn-scan) to pn-digit-x.
005850     compute pn-value = pn-value * 10 + pn-digit.
005860 parse-one-char-exit.
005870     exit.
005880
005890******************************************************************
005900*  FIND-STEP - LOOK JB-FIND-NAME UP AMONG THE STEPS FILED SO     *
005910*              FAR. JB-FOUND-INDEX IS ITS POSITION, OR ZERO.     *
005920******************************************************************
005930 find-step.
005940     move zero to jb-found-index.
005950     perform find-step-check
005960         varying jb-find-index from 1 by 1
005970         until jb-find-index > step-count
005980         or jb-found-index not = 0.
005990 find-step-exit.
006000     exit.
006010
006020 find-step-check.
006030     if st-name (jb-find-index) = jb-find-name
006040         move jb-find-index to jb-found-index
006050     end-if.
006060
006070******************************************************************
006080*  RESTART-LOAD - DECIDE WHERE THIS RUN STARTS. RESTART=NO, OR   *
006090*                 NO JOBRST RECORD FOR THIS JOB, OR A LAST RUN   *
006100*                 THAT ENDED CLEAN, STARTS AT THE TOP. OTHERWISE *
006110*                 THE RUN RESUMES AT THE FIRST FAILED STEP (OR   *
006120*                 THE STEP NAMED ON THE RESTART= CARD), AND      *
006130*                 EVERY STEP BEFORE IT IS BYPASSED WITH ITS      *
006140*                 RECORDED STATUS AND RETURN CODE, SO RUNIF      *
006150*                 CONDITIONS ON THOSE STEPS STILL TEST WHAT      *
006160*                 THEY ACTUALLY DID.                             *
006165*                 ONLY THIS JOB'S GROUP ON JOBRST IS CONSULTED.  *
006170******************************************************************
006180 restart-load.
006190     if jb-restart = "NO"
006200         go to restart-load-exit
006210     end-if.
006220     move "N" to jb-rst-seen.
006230     move spaces to jb-rst-job.
006240     move spaces to jb-rst-step.
006245     move spaces to jb-rst-owner.
006250     open input jobrst-file.
006260     if jobrst-status = "00"
006270         move "N" to jb-rst-eof
006280         perform restart-read thru restart-read-exit
006290             until jb-rst-at-end
006300         close jobrst-file
006310     end-if.
006320     if jb-rst-job not = jb-name
006330         if jb-restart not = "AUTO"
006340             display "PRIMEJOB004E - RESTART=" jb-restart
006350                 " REQUESTED BUT JOBRST HOLDS NO RECORD OF "
006360                 "JOB " jb-name ". NO STEP WAS RUN."
006370             move 16 to return-code
006380             stop run
006390         end-if
006400         go to restart-load-exit
006410     end-if.
006420     if jb-restart = "AUTO"
006430         if jb-rst-step = spaces
006440             display "PRIMEJOB005I - LAST RUN OF " jb-name
006450                 " ENDED CLEAN. STARTING AT THE TOP."
006460             go to restart-load-exit
006470         end-if
006480         move jb-rst-step to jb-find-name
006490     else
006500         move jb-restart to jb-find-name
006510     end-if.
006520     perform find-step thru find-step-exit.
006530     if jb-found-index = 0
006540         display "PRIMEJOB006E - RESTART STEP " jb-find-name
006550             " IS NO LONGER A STEP OF " jb-name ". CORRECT THE "
006560             "DECK OR CODE RESTART=NO."
006570         move 16 to return-code
006580         stop run
006590     end-if.
006600     move jb-found-index to jb-resume.
006610     perform restart-check-step
006620         varying step-index from 1 by 1
006630         until step-index >= jb-resume.
006640     display "PRIMEJOB007I - JOB " jb-name " RESTARTING AT STEP "
006650         st-name (jb-resume) ".".
006660 restart-load-exit.
006670     exit.
006680
006690 restart-read.
006700     read jobrst-file
006710         at end
006720             move "Y" to jb-rst-eof
006730         not at end
006740             perform restart-store thru restart-store-exit
006750     end-read.
006760 restart-read-exit.
006770     exit.
006780
006790******************************************************************
006800*  RESTART-STORE - THE JOB RECORD NAMES THE JOB AND ITS RESTART  *
006810*                  STEP; EACH STEP RECORD CARRIES THAT STEP'S    *
006820*                  STATUS AND RETURN CODE FROM THE LAST RUN,     *
006830*                  FILED AGAINST THE STEP OF THE SAME NAME.      *
006835*                  RECORDS OF OTHER JOBS ARE PASSED OVER.        *
006840******************************************************************
006850 restart-store.
006852     perform restart-owner 1 times.
006854     if jb-rst-owner not = jb-name
006856         go to restart-store-exit
006858     end-if.
006860     if jr-rec-type = "JOB"
006870         move jr-job-name to jb-rst-job
006880         move jr-restart-step to jb-rst-step
006890         go to restart-store-exit
006900     end-if.
006910     if js-rec-type not = "STP"
006920         go to restart-store-exit
006930     end-if.
006940     move js-step-name to jb-find-name.
006950     perform find-step thru find-step-exit.
006960     if jb-found-index = 0 or js-step-rc is not numeric
006970         go to restart-store-exit
006980     end-if.
006990     move js-step-status to st-status (jb-found-index).
007000     move js-step-rc to st-rc (jb-found-index).
007010 restart-store-exit.
007020     exit.
007021
007022******************************************************************
007023*  RESTART-OWNER - THE JOB A JOBRST RECORD BELONGS TO. A JOB     *
007024*                  RECORD IS ITS OWN; A STEP RECORD NAMES ITS    *
007025*                  JOB, OR, IF WRITTEN BEFORE STEP RECORDS DID,  *
007026*                  BELONGS TO THE JOB RECORD AHEAD OF IT.        *
007027******************************************************************
007028 restart-owner.
007029     if jr-rec-type = "JOB"
007030         move jr-job-name to jb-rst-owner
007031     else
007032         if js-rec-type = "STP" and js-job-name not = spaces
007033             move js-job-name to jb-rst-owner
007034         end-if
007035     end-if.
007036
007040 restart-check-step.
007050     if st-status (step-index) = "NOT RUN"
007060         display "PRIMEJOB006E - STEP " st-name (step-index)
007070             " IS AHEAD OF THE RESTART POINT BUT HAS NO RECORD "
007080             "ON JOBRST. CORRECT THE DECK OR CODE RESTART=NO."
007090         move 16 to return-code
007100         stop run
007110     end-if.
007120     move "Y" to st-bypass (step-index).
007130
007140******************************************************************
007150*  STEP-PROCESS - ONE STEP OF THE STREAM: BYPASS IT IF IT IS     *
007160*                 AHEAD OF THE RESTART POINT, FLUSH IT IF AN     *
007165*                 EARLIER STEP OF THIS RUN ABENDED, SKIP IT IF   *
007170*                 ANY OF ITS RUNIF CONDITIONS FAILS, OTHERWISE   *
007180*                 RUN IT AND JUDGE ITS RETURN CODE AGAINST       *
007181*                 MAXRC. THE FLUSH RULE IS JCL'S: AFTER AN ABEND *
007182*                 NO LATER STEP RUNS, WITH OR WITHOUT RUNIF      *
007183*                 CARDS, UNLESS IT IS CODED ABEND=EVEN - OUTPUT  *
007184*                 FROM A STEP THAT DIED MUST NOT FLOW ON. A      *
007185*                 FLUSHED STEP HAS NO RETURN CODE, SO A RUNIF ON *
007186*                 IT DOES NOT HOLD. EVERY OUTCOME GOES TO        *
007190*                 STEPLOG.                                       *
007200******************************************************************
007210 step-process.
007220     if st-bypassed (step-index)
007230         add 1 to jb-bypass-count
007240         move zero to st-start-time (step-index)
007250         move zero to st-end-time (step-index)
007260         display "PRIMEJOB009I - STEP " st-name (step-index)
007270             " BYPASSED ON RESTART."
007280         perform step-log-write 1 times
007290         go to step-process-exit
007300     end-if.
007301     if jb-step-abended and not st-runs-even (step-index)
007302         add 1 to jb-flush-count
007303         move "FLUSHED" to st-status (step-index)
007304         move zero to st-rc (step-index)
007305         move zero to st-start-time (step-index)
007306         move zero to st-end-time (step-index)
007307         display "PRIMEJOB017I - STEP " st-name (step-index)
007308             " FLUSHED - AN EARLIER STEP ABENDED."
007309         perform step-log-write 1 times
007310         go to step-process-exit
007311     end-if.
007312     perform step-test-conditions thru step-test-conditions-exit.
007320     if not jb-cond-holds
007330         add 1 to jb-skip-count
007340         move "SKIPPED" to st-status (step-index)
007350         move zero to st-rc (step-index)
007360         move zero to st-start-time (step-index)
007370         move zero to st-end-time (step-index)
007380         display "PRIMEJOB010I - STEP " st-name (step-index)
007390             " SKIPPED - RUNIF CONDITION NOT MET."
007400         perform step-log-write 1 times
007410         go to step-process-exit
007420     end-if.
007430     perform step-run 1 times.
007440     perform step-log-write 1 times.
007450 step-process-exit.
007460     exit.
007470
007480******************************************************************
007490*  STEP-TEST-CONDITIONS - EVERY RUNIF CONDITION OF THE STEP MUST *
007500*                         HOLD. A CONDITION ON A STEP THAT DID   *
007510*                         NOT RUN TO A RETURN CODE (SKIPPED,     *
007520*                         FLUSHED OR ABENDED) DOES NOT HOLD.     *
007530******************************************************************
007540 step-test-conditions.
007550     move "Y" to jb-cond-true.
007560     perform step-test-one
007570         varying jb-cond-index from 1 by 1
007580         until jb-cond-index > st-cond-count (step-index)
007590         or not jb-cond-holds.
007600 step-test-conditions-exit.
007610     exit.
007620
007630 step-test-one.
007640     move sc-step (step-index, jb-cond-index) to jb-cond-ref.
007650     move "N" to jb-cond-true.
007660     if st-status (jb-cond-ref) not = "ENDED"
007670         and st-status (jb-cond-ref) not = "FAILED"
007680         move "N" to jb-cond-true
007690     else
007700         evaluate sc-op (step-index, jb-cond-index)
007710             when "EQ"
007720                 if st-rc (jb-cond-ref)
007730                     = sc-rc (step-index, jb-cond-index)
007740                     move "Y" to jb-cond-true
007750                 end-if
007760             when "NE"
007770                 if st-rc (jb-cond-ref)
007780                     not = sc-rc (step-index, jb-cond-index)
007790                     move "Y" to jb-cond-true
007800                 end-if
007810             when "LT"
007820                 if st-rc (jb-cond-ref)
007830                     < sc-rc (step-index, jb-cond-index)
007840                     move "Y" to jb-cond-true
007850                 end-if
007860             when "LE"
007870                 if st-rc (jb-cond-ref)
007880                     not > sc-rc (step-index, jb-cond-index)
007890                     move "Y" to jb-cond-true
007900                 end-if
007910             when "GT"
007920                 if st-rc (jb-cond-ref)
007930                     > sc-rc (step-index, jb-cond-index)
007940                     move "Y" to jb-cond-true
007950                 end-if
007960             when "GE"
007970                 if st-rc (jb-cond-ref)
007980                     not < sc-rc (step-index, jb-cond-index)
007990                     move "Y" to jb-cond-true
008000                 end-if
008010         end-evaluate
008020     end-if.
008030
008040******************************************************************
008050*  STEP-RUN - POINT THE STEP'S SYSIN AT ITS OWN CONTROL DECK     *
008060*             (DUMMY WHEN IT HAS NONE, SO IT NEVER SEES THIS     *
008070*             JOB'S DECK), RUN THE PROGRAM, AND TAKE ITS RETURN  *
008080*             CODE FROM THE HIGH-ORDER BYTE OF THE WAIT STATUS   *
008090*             THE SYSTEM CALL HANDS BACK. A NON-ZERO LOW-ORDER   *
008100*             BYTE MEANS THE STEP WAS CANCELLED BEFORE IT COULD  *
008110*             SET ONE, AND IS TREATED AS AN ABEND.               *
008120******************************************************************
008130 step-run.
008140     move st-deck (step-index) to jb-deck-name.
008150     if jb-deck-name = spaces
008160         move "DUMMY" to jb-deck-name
008170     end-if.
008180     display "DD_SYSIN" upon environment-name.
008190     display jb-deck-name upon environment-value.
008200     move spaces to jb-command.
008210     string st-program (step-index) delimited by space
008220         into jb-command.
008230     display "PRIMEJOB011I - STEP " st-name (step-index)
008240         " STARTING PROGRAM " st-program (step-index) ".".
008250     accept st-start-time (step-index) from time.
008260     call "SYSTEM" using jb-command.
008270     move return-code to jb-wait-status.
008280     move zero to return-code.
008290     accept st-end-time (step-index) from time.
008300     add 1 to jb-run-count.
008310     if jb-wait-status < 0
008320         move 65535 to jb-wait-status
008330     end-if.
008340     divide jb-wait-status by 256 giving jb-exit-rc
008350         remainder jb-signal.
008360     if jb-signal not = 0
008370         move "ABENDED" to st-status (step-index)
008375         move "Y" to jb-abend-seen
008380         move zero to st-rc (step-index)
008390         move 16 to jb-exit-rc
008400     else
008410         if jb-exit-rc > rc-max
008420             move rc-max to jb-exit-rc
008430         end-if
008440         move jb-exit-rc to st-rc (step-index)
008450         if jb-exit-rc > st-maxrc (step-index)
008460             move "FAILED" to st-status (step-index)
008470         else
008480             move "ENDED" to st-status (step-index)
008490         end-if
008500     end-if.
008510     if jb-exit-rc > jb-high-rc
008520         move jb-exit-rc to jb-high-rc
008530     end-if.
008540     move st-rc (step-index) to sm-rc.
008550     move st-maxrc (step-index) to sm-maxrc.
008560     if st-status (step-index) = "ENDED"
008570         display "PRIMEJOB012I - STEP " st-name (step-index)
008580             " ENDED RC " sm-rc "."
008590     else
008600         add 1 to jb-fail-count
008610         if jb-first-failed = 0
008620             move step-index to jb-first-failed
008630         end-if
008640         if st-status (step-index) = "ABENDED"
008650             display "PRIMEJOB013E - STEP " st-name (step-index)
008660                 " ABENDED WITHOUT SETTING A RETURN CODE."
008670         else
008680             display "PRIMEJOB014E - STEP " st-name (step-index)
008690                 " FAILED RC " sm-rc ", ABOVE ITS MAXRC "
008700                 sm-maxrc "."
008710         end-if
008720     end-if.
008730
008740******************************************************************
008750*  STEP-LOG-WRITE - ONE STEPLOG LINE PER STEP: RUN DATE, JOB,    *
008760*                   STEP, PROGRAM, START AND END TIME, RETURN    *
008770*                   CODE, STATUS, AND THE OPERATOR.              *
008780******************************************************************
008790 step-log-write.
008800     move jb-run-date to sl-run-date.
008810     move jb-name to sl-job-name.
008820     move st-name (step-index) to sl-step-name.
008830     move st-program (step-index) to sl-program.
008840     move st-start-time (step-index) to sl-start-time.
008850     move st-end-time (step-index) to sl-end-time.
008860     move st-rc (step-index) to sl-rc.
008870     if st-bypassed (step-index)
008880         move "BYPASSED" to sl-status
008890     else
008900         move st-status (step-index) to sl-status
008910     end-if.
008920     accept sl-operator-id from environment "USER".
008930     move spaces to steplog-record.
008940     move steplog-line to steplog-record.
008950     write steplog-record.
008960
008970******************************************************************
008980*  RESTART-WRITE - REWRITE JOBRST FOR THE NEXT RUN: THE JOB      *
008990*                  RECORD NAMES THE FIRST FAILED STEP (SPACES    *
009000*                  WHEN THE JOB ENDED CLEAN), FOLLOWED BY EACH   *
009010*                  STEP'S STATUS AND RETURN CODE. THE GROUPS OF  *
009012*                  OTHER JOBS ARE HELD IN STORAGE AND WRITTEN    *
009014*                  BACK AHEAD OF THIS JOB'S NEW GROUP, SO ONLY   *
009016*                  THIS JOB'S OLD GROUP IS REPLACED.             *
009020******************************************************************
009030 restart-write.
009035     perform restart-keep-load thru restart-keep-load-exit.
009040     open output jobrst-file.
009050     if jobrst-status not = "00"
009060         display "PRIMEJOB015W - JOBRST COULD NOT BE WRITTEN. "
009070             "A RERUN WILL START AT THE TOP."
009080         go to restart-write-exit
009090     end-if.
009092     perform restart-write-kept
009094         varying rk-index from 1 by 1
009096         until rk-index > rk-count.
009100     move spaces to jobrst-record.
009110     move "JOB" to jr-rec-type.
009120     move jb-name to jr-job-name.
009130     move jb-run-date to jr-run-date.
009140     move jb-run-time to jr-run-time.
009150     if jb-first-failed = 0
009160         move spaces to jr-restart-step
009170     else
009180         move st-name (jb-first-failed) to jr-restart-step
009190     end-if.
009200     move step-count to jr-step-count.
009210     write jobrst-record.
009220     perform restart-write-step
009230         varying step-index from 1 by 1
009240         until step-index > step-count.
009250     close jobrst-file.
009260 restart-write-exit.
009270     exit.
009280
009290 restart-write-step.
009300     move spaces to jobrst-record.
009310     move "STP" to js-rec-type.
009320     move st-name (step-index) to js-step-name.
009330     move st-status (step-index) to js-step-status.
009340     move st-rc (step-index) to js-step-rc.
009345     move jb-name to js-job-name.
009350     write jobrst-record.
009351
009352 restart-write-kept.
009353     move rk-record (rk-index) to jobrst-record.
009354     write jobrst-record.
009355
009356******************************************************************
009357*  RESTART-KEEP-LOAD - READ THE JOBRST ON HAND AND HOLD EVERY    *
009358*                      RECORD THAT BELONGS TO ANOTHER JOB. A     *
009359*                      MISSING FILE HOLDS NOTHING. RECORDS PAST  *
009360*                      THE TABLE LIMIT ARE DROPPED WITH A WARNING*
009361*                      AND THOSE JOBS RESTART AT THE TOP.        *
009362******************************************************************
009363 restart-keep-load.
009364     move zero to rk-count.
009365     move zero to rk-dropped.
009366     move spaces to jb-rst-owner.
009367     open input jobrst-file.
009368     if jobrst-status not = "00"
009369         go to restart-keep-load-exit
009370     end-if.
009371     move "N" to jb-rst-eof.
009372     perform restart-keep-read thru restart-keep-read-exit
009373         until jb-rst-at-end.
009374     close jobrst-file.
009375     if rk-dropped > 0
009376         display "PRIMEJOB018W - JOBRST HOLDS MORE THAN " keep-max
009377             " RECORDS. " rk-dropped " RECORDS OF OTHER JOBS "
009378             "WERE DROPPED."
009379     end-if.
009380 restart-keep-load-exit.
009381     exit.
009382
009383 restart-keep-read.
009384     read jobrst-file
009385         at end
009386             move "Y" to jb-rst-eof
009387             go to restart-keep-read-exit
009388     end-read.
009389     perform restart-owner 1 times.
009390     if jb-rst-owner = jb-name
009391         go to restart-keep-read-exit
009392     end-if.
009393     if rk-count >= keep-max
009394         add 1 to rk-dropped
009395         go to restart-keep-read-exit
009396     end-if.
009397     add 1 to rk-count.
009398     move jobrst-record to rk-record (rk-count).
009399 restart-keep-read-exit.
009400     exit.
009401
009402******************************************************************
009403*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
009404******************************************************************
009405 summary.
009410     display "==================================================".
009420     display "PRIMEJOB RUN SUMMARY".
009430     display "  JOB NAME . . . . . . . . : " jb-name.
009440     display "  STEPS IN JOB . . . . . . : " step-count.
009450     display "  STEPS RUN. . . . . . . . : " jb-run-count.
009460     display "  STEPS SKIPPED. . . . . . : " jb-skip-count.
009470     display "  STEPS BYPASSED . . . . . : " jb-bypass-count.
009475     display "  STEPS FLUSHED. . . . . . : " jb-flush-count.
009480     display "  STEPS FAILED . . . . . . : " jb-fail-count.
009490     display "  HIGHEST RETURN CODE. . . : " jb-high-rc.
009500     if jb-first-failed = 0
009510         display "  JOB ENDED CLEAN."
009520     else
009530         display "  FIRST FAILED STEP. . . . : "
009540             st-name (jb-first-failed)
009550         display "  A RERUN RESUMES AT THAT STEP."
009560     end-if.
009570     display "==================================================".
009580
009590******************************************************************
009600*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
009610*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
009620*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
009630*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
009640*                COUNTS.                                         *
009650******************************************************************
009660 audit-write.
009670     accept al-run-date from date.
009680     accept al-run-time from time.
009690     move "PRIMEJOB" to al-program-id.
009700     accept al-operator-id from environment "USER".
009710     move jb-run-count to al-count-1.
009720     move jb-fail-count to al-count-2.
009730     if jb-fail-count = 0
009740         move "NORMAL" to al-completion
009750     else
009760         move "FAILED" to al-completion
009770     end-if.
009780     move spaces to al-run-desc.
009790     string "JOB STREAM " jb-name delimited by size
009800         into al-run-desc.
009810     open extend auditlog-file.
009820     if auditlog-status not = "00"
009830         open output auditlog-file
009840     end-if.
009850     if auditlog-status not = "00"
009860         display "PRIMEJOB016W - PRIMEAUD COULD NOT BE WRITTEN."
009870     else
009880         move spaces to auditlog-record
009890         move audit-line to auditlog-record
009900         write auditlog-record
009910         close auditlog-file
009920     end-if.
