000470*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000480*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000490*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000491*   2026-10-15  DLS  A RESTORE NOW ALSO APPENDS AN RST RECORD TO *
000492*                    THE PRIMECAT VERSION CATALOG CARRYING THE   *
000493*                    RESTORED GENERATION'S RECORD COUNT, HASH    *
000494*                    TOTAL, AND LARGEST PRIME, SO THE PRIMECTR   *
000495*                    LINEAGE REPORT CAN FLAG THE TABLE VERSIONS  *
000496*                    (AND THEIR OUTPUTS) THAT WERE BACKED OUT.   *
000497*   2026-10-15  DLS  A GENERATION= RESTORE NOW REQUIRES THE      *
000498*                    OPERATOR TO HOLD THE PRIMEREF RESTORE       *
000499*                    AUTHORITY ON THE PRIMEAUT AUTHORIZATION     *
000500*                    FILE. AN UNAUTHORIZED RESTORE IS REFUSED    *
000501*                    WITH REFPRIME UNTOUCHED, RC 12, AND A       *
000502*                    REFUSED COMPLETION RECORD ON PRIMEAUD.      *
000503******************************************************************
000510
000520 environment division.
000530 configuration section.
000790     select auditlog-file assign to "PRIMEAUD"
000800         organization is line sequential
000810         file status is auditlog-status.
000812
000814     select catalog-file assign to "PRIMECAT"
000816         organization is line sequential
000818         file status is catalog-status.
000819     select auth-file assign to "PRIMEAUT"
000820         organization is line sequential
000821         file status is auth-status.
000822
000830 data division.
000840 file section.
000850 fd  refback-file
001140 fd  auditlog-file
001150     label records are standard.
001160 01  auditlog-record              picture x(89).
001162
001164 fd  catalog-file
001166     label records are standard.
001168 01  catalog-record               picture x(89).
001170
001171******************************************************************
001172*  PRIMEAUT - ONE CARD PER OPERATOR ID AND PRIVILEGED ACTION THE *
001173*  OPERATOR MAY PERFORM (PROGRAM ID AND ACTION NAME). BLANK      *
001174*  CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.              *
001175******************************************************************
001176 fd  auth-file
001177     label records are standard.
001178 01  auth-record.
001179     05  au-operator-id          picture x(12).
001180     05  filler                  picture x(01).
001181     05  au-program-id           picture x(08).
001182     05  filler                  picture x(01).
001183     05  au-action               picture x(08).
001184     05  filler                  picture x(50).
001185 01  auth-card.
001186     05  au-col1                 picture x(01).
001187     05  filler                  picture x(79).
001188
001189 working-storage section.
001190 77  refback-status               picture x(02) value spaces.
001200 77  refgen-status                picture x(02) value spaces.
001210 77  refprime-status              picture x(02) value spaces.
001560   02 rs-prev-value              picture 9(9).
001570   02 rs-eof                     picture x(01) value "N".
001580      88 rs-at-end               value "Y".
001585   02 rs-hash                    picture 9(10) value zero.
001590
001600 01  ctlcard-ws.
001610   02 cc-keyword                 picture x(12).
002120   02 al-completion              picture x(08).
002130   02 filler                     picture x(01) value space.
002140   02 al-run-desc                picture x(25).
002141
002142 77  catalog-status               picture x(02) value spaces.
002143
002144 01  catalog-line.
002145   02 ct-rec-type                picture x(03).
002146   02 filler                     picture x(01) value space.
002147   02 ct-ver-date                picture 9(6).
002148   02 filler                     picture x(01) value space.
002149   02 ct-ver-time                picture 9(8).
002150   02 filler                     picture x(01) value space.
002151   02 ct-ver-count               picture 9(6).
002152   02 filler                     picture x(01) value space.
002153   02 ct-ver-hash                picture 9(9).
002154   02 filler                     picture x(01) value space.
002155   02 ct-ver-bound               picture 9(9).
002156   02 filler                     picture x(01) value space.
002157   02 ct-program-id              picture x(08).
002158   02 filler                     picture x(01) value space.
002159   02 ct-output                  picture x(08).
002160   02 filler                     picture x(01) value space.
002161   02 ct-run-date                picture 9(6).
002162   02 filler                     picture x(01) value space.
002163   02 ct-run-time                picture 9(8).
002164   02 filler                     picture x(01) value space.
002165   02 ct-flag                    picture x(08).
002166 77  auth-status                  picture x(02) value spaces.
002167
002168 01  auth-ws.
002169   02 aw-operator-id             picture x(12).
002170   02 aw-action                  picture x(08) value spaces.
002171   02 aw-eof                     picture x(01) value "N".
002172      88 aw-at-end               value "Y".
002173   02 aw-result                  picture x(01) value "N".
002174      88 aw-granted              value "Y".
002175      88 aw-refused              value "R".
002176
002177 procedure division.
002178******************************************************************
002180*  0000-MAINLINE                                                 *
002190******************************************************************
002200 begin.
002270         until lg-generation > 9.
002280     display "==================================================".
002290     if restore-requested
002291         move rs-generation to refback-digit
002292         move "RESTORE" to aw-action
002293         perform auth-check thru auth-check-exit
002294     end-if.
002295     if restore-requested and aw-refused
002296         perform summary 1 times
002297         perform audit-write 1 times
002298         move 12 to return-code
002299         stop run
002300     end-if.
002301     if restore-requested
002302         perform restore-generation thru restore-generation-exit
002310     end-if.
002320     perform summary 1 times.
002330     perform audit-write 1 times.
004350     end-if.
004360     move zero to prime-count.
004370     move zero to rs-prev-value.
004375     move zero to rs-hash.
004380     move "N" to rs-eof.
004390     perform restore-load-entry thru restore-load-entry-exit
004400         until rs-at-end.
004480     perform restore-verify-highest 1 times.
004490     perform restore-write-ref 1 times.
004500     perform restore-log-write 1 times.
004505     perform catalog-write 1 times.
004510     move primes (prime-count) to display-prime.
004520     display "PRIMEREF010I - " refback-name " RESTORED TO "
004530         "REFPRIME: " prime-count " RECORDS, LARGEST PRIME "
004980     add 1 to prime-count.
004990     move rb-prime-value to primes (prime-count).
005000     move rb-prime-value to rs-prev-value.
005002     add rb-prime-value to rs-hash.
005004     if rs-hash >= 1000000000
005006         subtract 1000000000 from rs-hash
005008     end-if.
005010 restore-store-entry-exit.
005020     exit.
005030
005840         close restlog-file
005850     end-if.
005860
005861******************************************************************
005862*  CATALOG-WRITE - APPEND AN RST RECORD TO THE PRIMECAT VERSION  *
005863*                  CATALOG FOR THIS RESTORE: THE GENERATION      *
005864*                  RESTORED, ITS RECORD COUNT, HASH TOTAL (SUM   *
005865*                  OF PRIME VALUES MODULO 1000000000, AS ON THE  *
005866*                  FEED TRAILERS), AND LARGEST PRIME. PRIMECTR   *
005867*                  MATCHES THE COUNT AND HASH AGAINST THE        *
005868*                  REGISTERED TABLE VERSIONS TO TELL WHICH WERE  *
005869*                  BACKED OUT. A CATALOG THAT CANNOT BE WRITTEN  *
005870*                  IS A WARNING; THE RESTORE ITSELF STANDS.      *
005871******************************************************************
005872 catalog-write.
005873     move "RST" to ct-rec-type.
005874     move zero to ct-ver-date.
005875     move zero to ct-ver-time.
005876     move prime-count to ct-ver-count.
005877     move rs-hash to ct-ver-hash.
005878     move primes (prime-count) to ct-ver-bound.
005879     move "PRIMEREF" to ct-program-id.
005880     move refback-name to ct-output.
005881     accept ct-run-date from date.
005882     accept ct-run-time from time.
005883     move "RESTORED" to ct-flag.
005884     open extend catalog-file.
005885     if catalog-status not = "00"
005886         open output catalog-file
005887     end-if.
005888     if catalog-status not = "00"
005889         display "PRIMEREF013W - PRIMECAT COULD NOT BE WRITTEN. "
005890             "RESTORE NOT CATALOGED."
005891     else
005892         move spaces to catalog-record
005893         move catalog-line to catalog-record
005894         write catalog-record
005895         close catalog-file
005896     end-if.
005897
005898******************************************************************
005899*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
005900******************************************************************
005901 summary.
005910     display "==================================================".
005920     display "PRIMEREF RUN SUMMARY".
005930     display "  GENERATIONS ON HAND. . . : " gens-on-hand.
005940     display "  LAST WRITTEN GENERATION. : " lg-last-gen.
005942     if aw-refused
005944         display "  GENERATION RESTORED. . . : NONE, RESTORE OF "
005946             refback-name " REFUSED"
005948     end-if.
005950     if restore-requested and not aw-refused
005960         display "  GENERATION RESTORED. . . : " rs-generation
005970         display "  RECORDS RESTORED . . . . : " prime-count
005980     else
005985         if not aw-refused
005990             display "  GENERATION RESTORED. . . : NONE"
005995         end-if
006000     end-if.
006010     display "==================================================".
006020
006160     move rs-generation to al-count-2.
006170     move "NORMAL" to al-completion.
006180     move "REFERENCE RESTORE RUN" to al-run-desc.
006181     if aw-refused
006182         move "REFUSED" to al-completion
006183         move spaces to al-run-desc
006184         string "RESTORE OF " refback-name
006185             delimited by size into al-run-desc
006186     end-if.
006190     open extend auditlog-file.
006200     if auditlog-status not = "00"
006210         open output auditlog-file
006280         write auditlog-record
006290         close auditlog-file
006300     end-if.
006310******************************************************************
006320*  AUTH-CHECK - THE RUN IS ABOUT TO PERFORM THE PRIVILEGED       *
006330*               ACTION IN AW-ACTION. THE OPERATOR MUST BE LISTED *
006340*               FOR IT ON THE PRIMEAUT AUTHORIZATION FILE. A     *
006350*               MISSING FILE OR A BLANK OPERATOR ID AUTHORIZES   *
006360*               NOTHING. AW-RESULT COMES BACK GRANTED OR         *
006370*               REFUSED.                                         *
006380******************************************************************
006390 auth-check.
006400     move "R" to aw-result.
006410     accept aw-operator-id from environment "USER".
006420     open input auth-file.
006430     if auth-status not = "00"
006440         display "PRIMEREF014E - PRIMEAUT COULD NOT BE OPENED. "
006450             "NO OPERATOR IS AUTHORIZED FOR ACTION " aw-action
006460         go to auth-check-exit
006470     end-if.
006480     move "N" to aw-eof.
006490     perform auth-read thru auth-read-exit
006500         until aw-at-end or aw-granted.
006510     close auth-file.
006520     if aw-refused
006530         display "PRIMEREF015E - PRIMEREF " aw-action
006540             " IS NOT AUTHORIZED FOR OPERATOR " aw-operator-id
006550     end-if.
006560 auth-check-exit.
006570     exit.
006580
006590 auth-read.
006600     read auth-file
006610         at end
006620             move "Y" to aw-eof
006630     end-read.
006640     if aw-at-end
006650         go to auth-read-exit
006660     end-if.
006670     if auth-record = spaces or au-col1 = "*"
006680         go to auth-read-exit
006690     end-if.
006700     if au-operator-id = spaces or aw-operator-id = spaces
006710         go to auth-read-exit
006720     end-if.
006730     if au-operator-id = aw-operator-id
006740         and au-program-id = "PRIMEREF"
006750         and au-action = aw-action
006760         move "Y" to aw-result
006770     end-if.
006780 auth-read-exit.
006790     exit.
