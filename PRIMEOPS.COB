000580*                    RUNS, AND CUTOFF ARCHIVING GOVERNS EVERY    *
000590*                    PROGRAM'S RECORDS ALIKE. THIS PROGRAM NOW   *
000600*                    LOGS ITS OWN RUNS TOO.                      *
000601*   2026-10-15  DLS  A CUTOFF= PURGE NOW REQUIRES THE OPERATOR   *
000602*                    TO HOLD THE PRIMEOPS PURGE AUTHORITY ON THE *
000603*                    PRIMEAUT AUTHORIZATION FILE. AN             *
000604*                    UNAUTHORIZED PURGE IS REFUSED WITH THE LOG  *
000605*                    LEFT AS IS (THE REPORT IS STILL PRODUCED),  *
000606*                    RC 12, AND A REFUSED COMPLETION RECORD.     *
000607*                    REFUSED ATTEMPTS BY ANY SUITE PROGRAM ARE   *
000608*                    LISTED IN THEIR OWN REPORT SECTION AND      *
000609*                    COUNTED APART FROM NORMAL AND ABEND RUNS.   *
000610******************************************************************
000620
000630 environment division.
000820     select audarch-file assign to "AUDARCH"
000830         organization is line sequential
000840         file status is audarch-status.
000842     select auth-file assign to "PRIMEAUT"
000844         organization is line sequential
000846         file status is auth-status.
000850
000860 data division.
000870 file section.
001040     label records are standard.
001050 01  audarch-record               picture x(89).
001060
001061******************************************************************
001062*  PRIMEAUT - ONE CARD PER OPERATOR ID AND PRIVILEGED ACTION THE *
001063*  OPERATOR MAY PERFORM (PROGRAM ID AND ACTION NAME). BLANK      *
001064*  CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.              *
001065******************************************************************
001066 fd  auth-file
001067     label records are standard.
001068 01  auth-record.
001069     05  au-operator-id          picture x(12).
001070     05  filler                  picture x(01).
001071     05  au-program-id           picture x(08).
001072     05  filler                  picture x(01).
001073     05  au-action               picture x(08).
001074     05  filler                  picture x(50).
001075 01  auth-card.
001076     05  au-col1                 picture x(01).
001077     05  filler                  picture x(79).
001078
001079 working-storage section.
001080 77  auditlog-status              picture x(02) value spaces.
001090 77  ctlcard-status               picture x(02) value spaces.
001100 77  opsrpt-status                picture x(02) value spaces.
001200 77  anomaly-count                picture 9(6) comp value zero.
001210 77  archived-count               picture 9(6) comp value zero.
001220 77  retained-count               picture 9(6) comp value zero.
001225 77  refused-runs                 picture 9(6) comp value zero.
001230
001240 01  audit-table.
001250   02 aud-count                 picture 9(4) comp value zero.
002920   02 al-completion              picture x(08).
002930   02 filler                     picture x(01) value space.
002940   02 al-run-desc                picture x(25).
002941 77  auth-status                  picture x(02) value spaces.
002942
002943 01  auth-ws.
002944   02 aw-operator-id             picture x(12).
002945   02 aw-action                  picture x(08) value spaces.
002946   02 aw-eof                     picture x(01) value "N".
002947      88 aw-at-end               value "Y".
002948   02 aw-result                  picture x(01) value "N".
002949      88 aw-granted              value "Y".
002950      88 aw-refused              value "R".
002951
002952 01  refused-detail-line.
002953   02 rfd-date                  picture x(06).
002954   02 filler                    picture x(02) value spaces.
002955   02 rfd-time                  picture x(08).
002956   02 filler                    picture x(02) value spaces.
002957   02 rfd-program               picture x(08).
002958   02 filler                    picture x(02) value spaces.
002959   02 rfd-operator              picture x(12).
002960   02 filler                    picture x(02) value spaces.
002961   02 rfd-desc                  picture x(25).
002962   02 filler                    picture x(11) value spaces.
002963
002964 procedure division.
002970******************************************************************
002980*  0000-MAINLINE                                                 *
002990******************************************************************
003010     perform readctl 1 times.
003020     perform log-load 1 times.
003030     perform report-build 1 times.
003032     if purge-requested
003034         move "PURGE" to aw-action
003036         perform auth-check thru auth-check-exit
003038     end-if.
003040     perform purge-log thru purge-log-exit.
003050     perform summary 1 times.
003060     perform audit-write 1 times.
003062     if aw-refused
003064         move 12 to return-code
003066     end-if.
003070     stop run.
003080
003090******************************************************************
004410     perform report-days 1 times.
004420     perform report-operators 1 times.
004430     perform report-programs 1 times.
004435     perform report-refusals 1 times.
004440     perform report-totals 1 times.
004450     close opsrpt-file.
004460
004970     if ops-completion = "NORMAL"
004980         add 1 to normal-runs
004990     else
004992         if ops-completion = "REFUSED"
004994             add 1 to refused-runs
004996         else
005000             add 1 to abend-runs
005005         end-if
005010     end-if.
005020     perform roll-day-table 1 times.
005030     perform roll-operator-table 1 times.
005520     if ops-completion = "NORMAL"
005530         add 1 to pg-normal (pg-index)
005540     else
005545         if ops-completion not = "REFUSED"
005550             add 1 to pg-abend (pg-index)
005555         end-if
005560     end-if.
005570     if ar-run-date is numeric
005580         move ar-run-date to pg-last-date (pg-index)
005890     if ops-completion = "NORMAL"
005900         add 1 to day-normal (day-index)
005910     else
005915         if ops-completion not = "REFUSED"
005920             add 1 to day-abend (day-index)
005925         end-if
005930     end-if.
005940
005950 find-day.
007470         into opsrpt-record.
007480     write opsrpt-record.
007490
007491******************************************************************
007492*  REPORT-REFUSALS - EVERY PRIVILEGED ACTION A SUITE PROGRAM     *
007493*                    REFUSED FOR WANT OF PRIMEAUT AUTHORITY,     *
007494*                    WITH THE OPERATOR AND THE ACTION ATTEMPTED. *
007495******************************************************************
007496 report-refusals.
007497     move spaces to opsrpt-record.
007498     write opsrpt-record.
007499     move spaces to opsrpt-record.
007500     move "REFUSED PRIVILEGED ACTIONS" to opsrpt-record.
007501     write opsrpt-record.
007502     move spaces to opsrpt-record.
007503     move "  DATE    TIME      PROGRAM   OPERATOR      ACTION"
007504         to opsrpt-record.
007505     write opsrpt-record.
007506     perform report-one-refusal thru report-one-refusal-exit
007507         varying aud-index from 1 by 1
007508         until aud-index > aud-count.
007509     if refused-runs = 0
007510         move spaces to opsrpt-record
007511         move "  NONE" to opsrpt-record
007512         write opsrpt-record
007513     end-if.
007514
007515 report-one-refusal.
007516     move aud-lines (aud-index) to aud-record.
007517     if ar-run-date is not numeric
007518       or ar-program-head not = "PRIME"
007519         go to report-one-refusal-exit
007520     end-if.
007521     if ar-completion not = "REFUSED"
007522         go to report-one-refusal-exit
007523     end-if.
007524     move spaces to refused-detail-line.
007525     move ar-run-date to rfd-date.
007526     move ar-run-time to rfd-time.
007527     move ar-program-id to rfd-program.
007528     move ar-operator-id to rfd-operator.
007529     move ar-run-desc to rfd-desc.
007530     move spaces to opsrpt-record.
007531     string "  " refused-detail-line delimited by size
007532         into opsrpt-record.
007533     write opsrpt-record.
007534 report-one-refusal-exit.
007535     exit.
007536
007537 report-totals.
007538     move spaces to opsrpt-record.
007539     write opsrpt-record.
007540     move spaces to opsrpt-record.
007541     move "TOTALS" to opsrpt-record.
007550     write opsrpt-record.
007560     move "  RUNS LOGGED. . . . . . . :" to tl-text.
007570     move total-runs to tl-value.
007620     move "  ABEND COMPLETIONS. . . . :" to tl-text.
007630     move abend-runs to tl-value.
007640     perform report-total-line 1 times.
007642     move "  REFUSED ATTEMPTS . . . . :" to tl-text.
007644     move refused-runs to tl-value.
007646     perform report-total-line 1 times.
007650     move "  ANOMALIES FLAGGED. . . . :" to tl-text.
007660     move anomaly-count to tl-value.
007670     perform report-total-line 1 times.
007870             "AS IS."
007880         go to purge-log-exit
007890     end-if.
007892     if aw-refused
007894         display "PRIMEOPS018I - PURGE REFUSED. LOG LEFT AS IS."
007896         go to purge-log-exit
007898     end-if.
007900     open extend audarch-file.
007910     if audarch-status not = "00"
007920         open output audarch-file
008840     display "  RUNS ANALYZED. . . . . . : " total-runs.
008850     display "  NORMAL / ABEND . . . . . : " normal-runs
008860         " / " abend-runs.
008865     display "  REFUSED ATTEMPTS . . . . : " refused-runs.
008870     display "  ANOMALIES FLAGGED. . . . : " anomaly-count.
008880     display "  ENTRIES ARCHIVED . . . . : " archived-count.
008890     display "  ENTRIES RETAINED . . . . : " retained-count.
009050     move archived-count to al-count-2.
009060     move "NORMAL" to al-completion.
009070     move "OPERATIONS ANALYSIS" to al-run-desc.
009071     if aw-refused
009072         move "REFUSED" to al-completion
009073         move spaces to al-run-desc
009074         string "PURGE BEFORE " cutoff-date
009075             delimited by size into al-run-desc
009076     end-if.
009080     open extend auditlog-file.
009090     if auditlog-status not = "00"
009100         open output auditlog-file
009170         write auditlog-record
009180         close auditlog-file
009190     end-if.
009200******************************************************************
009210*  AUTH-CHECK - THE RUN IS ABOUT TO PERFORM THE PRIVILEGED       *
009220*               ACTION IN AW-ACTION. THE OPERATOR MUST BE LISTED *
009230*               FOR IT ON THE PRIMEAUT AUTHORIZATION FILE. A     *
009240*               MISSING FILE OR A BLANK OPERATOR ID AUTHORIZES   *
009250*               NOTHING. AW-RESULT COMES BACK GRANTED OR         *
009260*               REFUSED.                                         *
009270******************************************************************
009280 auth-check.
009290     move "R" to aw-result.
009300     accept aw-operator-id from environment "USER".
009310     open input auth-file.
009320     if auth-status not = "00"
009330         display "PRIMEOPS016E - PRIMEAUT COULD NOT BE OPENED. "
009340             "NO OPERATOR IS AUTHORIZED FOR ACTION " aw-action
009350         go to auth-check-exit
009360     end-if.
009370     move "N" to aw-eof.
009380     perform auth-read thru auth-read-exit
009390         until aw-at-end or aw-granted.
009400     close auth-file.
009410     if aw-refused
009420         display "PRIMEOPS017E - PRIMEOPS " aw-action
009430             " IS NOT AUTHORIZED FOR OPERATOR " aw-operator-id
009440     end-if.
009450 auth-check-exit.
009460     exit.
009470
009480 auth-read.
009490     read auth-file
009500         at end
009510             move "Y" to aw-eof
009520     end-read.
009530     if aw-at-end
009540         go to auth-read-exit
009550     end-if.
009560     if auth-record = spaces or au-col1 = "*"
009570         go to auth-read-exit
009580     end-if.
009590     if au-operator-id = spaces or aw-operator-id = spaces
009600         go to auth-read-exit
009610     end-if.
009620     if au-operator-id = aw-operator-id
009630         and au-program-id = "PRIMEOPS"
009640         and au-action = aw-action
009650         move "Y" to aw-result
009660     end-if.
009670 auth-read-exit.
009680     exit.
