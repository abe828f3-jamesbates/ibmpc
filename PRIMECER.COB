000100******************************************************************
000110*                                                                *
000120*  PROGRAM-ID : PRIMECER                                         *
000130*  DEVELOPED BY : D. L. SUITE BATCH SYSTEMS GROUP                *
000140*                                                                *
000150******************************************************************
000160 identification division.
000170 program-id. primecer.
000180 author. d l suite batch systems group.
000190 installation. central data processing.
000200 date-written. 2026-10-15.
000210 date-compiled.
000220
000230******************************************************************
000240* MODIFICATION HISTORY                                           *
000250*   2026-10-15  DLS  ORIGINAL VERSION. BATCH PRIMALITY           *
000260*                    CERTIFICATION FOR NUMBERS OF UP TO 18       *
000270*                    DIGITS, FAR PAST ANY PRIMES BOUND. EACH     *
000280*                    NUMBER ON CERREQ IS FIRST TRIAL-DIVIDED BY  *
000290*                    THE SMALL PRIMES LOADED FROM PRIMEIDX; ONE  *
000300*                    STILL UNDECIDED IS PUT THROUGH MILLER-RABIN *
000310*                    WITH THE TWELVE FIXED BASES 2 THRU 37,      *
000320*                    WHICH IS EXACT (NOT PROBABLE) FOR EVERY     *
000330*                    NUMBER BELOW 3.3 X 10**24. EACH REQUEST     *
000340*                    GETS A PRIME OR COMPOSITE VERDICT ON        *
000350*                    CERRESP, IN THE INQRESP STYLE, WITH THE     *
000360*                    SMALL FACTOR OR MILLER-RABIN WITNESS THAT   *
000370*                    PROVES A COMPOSITE. DEPT= CARDS, PRIMEUSE,  *
000380*                    PRIMECAT AND PRIMEAUD AS IN PRIMEINQ.       *
000390******************************************************************
000400
000410 environment division.
000420 configuration section.
000430 source-computer. ibm-pc.
000440 object-computer. ibm-pc.
000450
000460 input-output section.
000470 file-control.
000480     select primeidx-file assign to "PRIMEIDX"
000490         organization is indexed
000500         access mode is dynamic
000510         record key is pi-prime-index
000520         alternate record key is pi-prime-value
000530         file status is primeidx-status.
000540
000550     select cerreq-file assign to "CERREQ"
000560         organization is line sequential
000570         file status is cerreq-status.
000580
000590     select cerresp-file assign to "CERRESP"
000600         organization is line sequential
000610         file status is cerresp-status.
000620
000630     select auditlog-file assign to "PRIMEAUD"
000640         organization is line sequential
000650         file status is auditlog-status.
000660
000670     select catalog-file assign to "PRIMECAT"
000680         organization is line sequential
000690         file status is catalog-status.
000700
000710     select deptmast-file assign to "DEPTMAST"
000720         organization is line sequential
000730         file status is deptmast-status.
000740
000750     select usage-file assign to "PRIMEUSE"
000760         organization is line sequential
000770         file status is usage-status.
000780
000790 data division.
000800 file section.
000810 fd  primeidx-file
000820     label records are standard.
000830 01  primeidx-record.
000840     05  pi-prime-index          picture 9(5).
000850     05  pi-prime-value          picture 9(9).
000860     05  pi-control-area         picture x(38).
000870     05  pi-control-fields redefines pi-control-area.
000880         10  pi-ctl-run-date     picture 9(6).
000890         10  pi-ctl-run-time     picture 9(8).
000900         10  pi-ctl-bound        picture 9(9).
000910         10  pi-ctl-rec-count    picture 9(6).
000920         10  pi-ctl-hash         picture 9(9).
000930
000940 fd  cerreq-file
000950     label records are standard.
000960 01  cerreq-record.
000970     05  rq-card-text            picture x(80).
000980
000990******************************************************************
001000*  CERRESP - ONE RESPONSE PER REQUEST, IN THE INQRESP STYLE.     *
001010*  CR-EVIDENCE IS THE SMALL FACTOR OR THE MILLER-RABIN WITNESS   *
001020*  OF A COMPOSITE, BLANK OTHERWISE.                              *
001030******************************************************************
001040 fd  cerresp-file
001050     label records are standard.
001060 01  cerresp-record.
001070     05  cr-reqtype              picture x(05).
001080     05  filler                  picture x(01).
001090     05  cr-number               picture z(17)9.
001100     05  filler                  picture x(01).
001110     05  cr-verdict              picture x(10).
001120     05  filler                  picture x(01).
001130     05  cr-evidence             picture z(17)9 blank when zero.
001140     05  filler                  picture x(01).
001150     05  cr-text                 picture x(25).
001160
001170 fd  auditlog-file
001180     label records are standard.
001190 01  auditlog-record              picture x(89).
001200
001210 fd  catalog-file
001220     label records are standard.
001230 01  catalog-record               picture x(89).
001240
001250 fd  deptmast-file
001260     label records are standard.
001270 01  deptmast-record.
001280     05  dm-dept-code            picture x(06).
001290     05  filler                  picture x(01).
001300     05  dm-dept-name            picture x(30).
001310     05  filler                  picture x(43).
001320 01  deptmast-card.
001330     05  dm-col1                 picture x(01).
001340     05  filler                  picture x(79).
001350
001360 fd  usage-file
001370     label records are standard.
001380 01  usage-record                 picture x(48).
001390
001400 working-storage section.
001410 77  primeidx-status              picture x(02) value spaces.
001420 77  cerreq-status                picture x(02) value spaces.
001430 77  cerresp-status               picture x(02) value spaces.
001440 77  req-count                    picture 9(6) comp value zero.
001450 77  prime-count                  picture 9(6) comp value zero.
001460 77  factor-count                 picture 9(6) comp value zero.
001470 77  witness-count                picture 9(6) comp value zero.
001480 77  reject-count                 picture 9(6) comp value zero.
001490 77  table-count                  picture 9(5) comp value zero.
001500 77  small-max                    picture 9(4) comp value 5000.
001510 77  witness-max                  picture 9(4) comp value 12.
001520
001530 01  inquiry-ws.
001540   02 iq-req-eof                 picture x(01) value "N".
001550      88 iq-req-at-end           value "Y".
001560   02 iq-idx-eof                 picture x(01) value "N".
001570      88 iq-idx-at-end           value "Y".
001580   02 iq-ctl-seen                picture x(01) value "N".
001590      88 iq-ctl-was-seen         value "Y".
001600   02 iq-ctl-count               picture 9(6) value zero.
001610   02 iq-ctl-hash                picture 9(9) value zero.
001620   02 iq-ver-date                picture 9(6) value zero.
001630   02 iq-ver-time                picture 9(8) value zero.
001640   02 iq-ver-bound               picture 9(9) value zero.
001650   02 iq-hash                    picture 9(10) value zero.
001660   02 iq-dept-code               picture x(06) value spaces.
001670   02 iq-dept-flag               picture x(01) value "N".
001680      88 iq-dept-valid           value "Y".
001690   02 iq-dept-text               picture x(68).
001700   02 iq-dept-parts redefines iq-dept-text.
001710     03 iq-dept-head             picture x(06).
001720     03 iq-dept-tail             picture x(62).
001730   02 iq-dept-cards              picture 9(6) comp value zero.
001740   02 iq-error-text              picture x(25).
001750   02 iq-keyword                 picture x(12).
001760   02 iq-rest                    picture x(68).
001770   02 iq-eq-count                picture 9(4) comp.
001780
001790******************************************************************
001800*  THE SMALL PRIMES - THE FIRST SMALL-MAX ENTRIES OF PRIMEIDX,   *
001810*  USED FOR TRIAL DIVISION. THE FIRST WITNESS-MAX OF THEM (2     *
001820*  THRU 37) ARE ALSO THE MILLER-RABIN BASES.                     *
001830******************************************************************
001840 01  small-primes.
001850   02 sp-count                   picture 9(4) comp value zero.
001860   02 sp-index                   picture 9(4) comp.
001870   02 sp-largest                 picture 9(9) value zero.
001880   02 sp-prime occurs 5000 times picture 9(9).
001890
001900******************************************************************
001910*  CERTIFICATION WORK AREAS. CE-N IS THE NUMBER UNDER TEST;      *
001920*  CE-N = CE-D * 2 ** CE-S + 1 WITH CE-D ODD.                    *
001930******************************************************************
001940 01  cert-ws.
001950   02 ce-n                       picture 9(18).
001960   02 ce-n-minus-1               picture 9(18).
001970   02 ce-d                       picture 9(18).
001980   02 ce-s                       picture 9(4) comp.
001990   02 ce-half                    picture 9(18).
002000   02 ce-bit                     picture 9(01).
002010   02 ce-quot                    picture 9(18).
002020   02 ce-rem                     picture 9(18).
002030   02 ce-square                  picture 9(18).
002040   02 ce-x                       picture 9(18).
002050   02 ce-round                   picture 9(4) comp.
002060   02 ce-witness                 picture 9(18).
002070   02 ce-state                   picture x(01).
002080      88 ce-undecided            value "U".
002090      88 ce-is-prime             value "P".
002100      88 ce-has-factor           value "F".
002110      88 ce-has-witness          value "W".
002120   02 ce-evidence                picture 9(18).
002130   02 ce-text                    picture x(25).
002140   02 ce-trial-flag              picture x(01).
002150      88 ce-trial-done           value "Y".
002160   02 ce-round-flag              picture x(01).
002170      88 ce-round-passed         value "Y".
002180
002190******************************************************************
002200*  MULMOD - MM-A * MM-B MOD CE-N WITHOUT A 36-DIGIT PRODUCT:     *
002210*  MM-B IS TAKEN IN THREE 6-DIGIT PIECES, SO NO INTERMEDIATE     *
002220*  EXCEEDS 25 DIGITS.                                            *
002230******************************************************************
002240 01  mulmod-ws.
002250   02 mm-a                       picture 9(18).
002260   02 mm-b                       picture 9(18).
002270   02 mm-r                       picture 9(18).
002280   02 mm-hi                      picture 9(06).
002290   02 mm-mid                     picture 9(06).
002300   02 mm-lo                      picture 9(06).
002310   02 mm-rest                    picture 9(12).
002320   02 mm-work                    picture 9(25).
002330   02 mm-quot                    picture 9(25).
002340
002350 01  modpow-ws.
002360   02 mp-base                    picture 9(18).
002370   02 mp-exp                     picture 9(18).
002380   02 mp-result                  picture 9(18).
002390   02 mp-bit                     picture 9(01).
002393   02 mp-half                    picture 9(18).
002396   02 mp-rem                     picture 9(18).
002400
002410 01  parse-ws.
002420   02 pn-field                   picture x(80).
002430   02 pn-chars redefines pn-field.
002440     03 pn-char                  picture x(01) occurs 80 times.
002450   02 pn-value                   picture 9(18).
002460   02 pn-flag                    picture x(01).
002470      88 pn-good                 value "Y".
002480   02 pn-started                 picture x(01).
002490   02 pn-done                    picture x(01).
002500   02 pn-scan                    picture 9(4) comp.
002510   02 pn-digits                  picture 9(4) comp.
002520   02 pn-digit-x                 picture x(01).
002530   02 pn-digit redefines pn-digit-x
002540                                 picture 9(01).
002550
002560 77  auditlog-status              picture x(02) value spaces.
002570
002580 01  audit-line.
002590   02 al-run-date                picture 9(6).
002600   02 filler                     picture x(01) value space.
002610   02 al-run-time                picture 9(8).
002620   02 filler                     picture x(01) value space.
002630   02 al-program-id              picture x(08).
002640   02 filler                     picture x(01) value space.
002650   02 al-operator-id             picture x(12).
002660   02 filler                     picture x(01) value space.
002670   02 al-count-1                 picture z(8)9.
002680   02 filler                     picture x(01) value space.
002690   02 al-count-2                 picture z(5)9.
002700   02 filler                     picture x(01) value space.
002710   02 al-completion              picture x(08).
002720   02 filler                     picture x(01) value space.
002730   02 al-run-desc                picture x(25).
002740
002750 77  catalog-status               picture x(02) value spaces.
002760
002770 01  catalog-line.
002780   02 ct-rec-type                picture x(03).
002790   02 filler                     picture x(01) value space.
002800   02 ct-ver-date                picture 9(6).
002810   02 filler                     picture x(01) value space.
002820   02 ct-ver-time                picture 9(8).
002830   02 filler                     picture x(01) value space.
002840   02 ct-ver-count               picture 9(6).
002850   02 filler                     picture x(01) value space.
002860   02 ct-ver-hash                picture 9(9).
002870   02 filler                     picture x(01) value space.
002880   02 ct-ver-bound               picture 9(9).
002890   02 filler                     picture x(01) value space.
002900   02 ct-program-id              picture x(08).
002910   02 filler                     picture x(01) value space.
002920   02 ct-output                  picture x(08).
002930   02 filler                     picture x(01) value space.
002940   02 ct-run-date                picture 9(6).
002950   02 filler                     picture x(01) value space.
002960   02 ct-run-time                picture 9(8).
002970   02 filler                     picture x(01) value space.
002980   02 ct-flag                    picture x(08).
002990
003000 77  deptmast-status              picture x(02) value spaces.
003010 77  usage-status                 picture x(02) value spaces.
003020 77  dept-max                     picture 9(4) comp value 200.
003030 77  usage-max                    picture 9(4) comp value 100.
003040
003050 01  dept-table.
003060   02 dp-count                   picture 9(4) comp value zero.
003070   02 dp-index                   picture 9(4) comp.
003080   02 dp-eof                     picture x(01) value "N".
003090      88 dp-at-end               value "Y".
003100   02 dp-key                     picture x(06).
003110   02 dp-found-flag              picture x(01) value "N".
003120      88 dp-was-found            value "Y".
003130   02 dp-code occurs 200 times   picture x(06).
003140
003150 01  usage-table.
003160   02 ug-count                   picture 9(4) comp value zero.
003170   02 ug-index                   picture 9(4) comp.
003180   02 ug-hit                     picture 9(4) comp.
003190   02 ug-found-flag              picture x(01) value "N".
003200      88 ug-was-found            value "Y".
003210   02 ug-key-dept                picture x(06).
003220   02 ug-key-type                picture x(06).
003230   02 ug-key-units               picture 9(9) comp.
003240   02 ug-entry occurs 100 times.
003250     03 ug-dept                  picture x(06).
003260     03 ug-type                  picture x(06).
003270     03 ug-units                 picture 9(9) comp.
003280
003290 01  usage-line.
003300   02 us-run-date                picture 9(6).
003310   02 filler                     picture x(01) value space.
003320   02 us-run-time                picture 9(8).
003330   02 filler                     picture x(01) value space.
003340   02 us-dept-code               picture x(06).
003350   02 filler                     picture x(01) value space.
003360   02 us-program-id              picture x(08).
003370   02 filler                     picture x(01) value space.
003380   02 us-req-type                picture x(06).
003390   02 filler                     picture x(01) value space.
003400   02 us-units                   picture 9(9).
003410
003420 procedure division.
003430******************************************************************
003440*  0000-MAINLINE                                                 *
003450******************************************************************
003460 begin.
003470     perform table-init 1 times.
003480     perform dept-load 1 times.
003490     open input cerreq-file.
003500     if cerreq-status not = "00"
003510         display "PRIMECER002E - CERREQ COULD NOT BE OPENED."
003520         close primeidx-file
003530         move 16 to return-code
003540         stop run
003550     end-if.
003560     open output cerresp-file.
003570     if cerresp-status not = "00"
003580         display "PRIMECER003E - CERRESP COULD NOT BE OPENED."
003590         close primeidx-file cerreq-file
003600         move 16 to return-code
003610         stop run
003620     end-if.
003630     perform catalog-write 1 times.
003640     perform cert-read thru cert-read-exit.
003650     perform cert-process thru cert-process-exit
003660         until iq-req-at-end.
003670     close cerreq-file cerresp-file primeidx-file.
003680     perform usage-flush thru usage-flush-exit.
003690     perform summary 1 times.
003700     perform audit-write 1 times.
003710     stop run.
003720
003730******************************************************************
003740*  TABLE-INIT - ONE SEQUENTIAL PASS OF PRIMEIDX, VERIFYING THE   *
003750*               ENTRIES AGAINST THE KEY-99999 CONTROL RECORD AS  *
003760*               PRIMEINQ DOES AND KEEPING THE FIRST SMALL-MAX    *
003770*               PRIMES FOR TRIAL DIVISION. THE TABLE MUST REACH  *
003780*               AT LEAST THE TWELVE MILLER-RABIN BASES.          *
003790******************************************************************
003800 table-init.
003810     open input primeidx-file.
003820     if primeidx-status not = "00"
003830         display "PRIMECER001E - PRIMEIDX COULD NOT BE OPENED. "
003840             "RUN PRIMES FIRST."
003850         move 16 to return-code
003860         stop run
003870     end-if.
003880     move "N" to iq-idx-eof.
003890     perform table-scan thru table-scan-exit
003900         until iq-idx-at-end.
003910     if not iq-ctl-was-seen
003920         display "PRIMECER007E - PRIMEIDX HAS NO CONTROL "
003930             "RECORD. FILE IS INCOMPLETE OR OLD FORMAT - "
003940             "DO NOT USE IT."
003950         close primeidx-file
003960         move 16 to return-code
003970         stop run
003980     end-if.
003990     if iq-ctl-count not = table-count
004000         or iq-ctl-hash not = iq-hash
004010         display "PRIMECER008E - PRIMEIDX CONTROL TOTALS DO "
004020             "NOT MATCH ITS ENTRIES. FILE IS INCOMPLETE OR "
004030             "TAMPERED - DO NOT USE IT."
004040         close primeidx-file
004050         move 16 to return-code
004060         stop run
004070     end-if.
004080     if sp-count < witness-max
004090         display "PRIMECER004E - PRIMEIDX HOLDS ONLY " sp-count
004100             " PRIMES. AT LEAST " witness-max
004110             " (2 THRU 37) ARE NEEDED."
004120         close primeidx-file
004130         move 16 to return-code
004140         stop run
004150     end-if.
004160
004170 table-scan.
004180     read primeidx-file next
004190         at end
004200             move "Y" to iq-idx-eof
004210         not at end
004220             perform table-store thru table-store-exit
004230     end-read.
004240 table-scan-exit.
004250     exit.
004260
004270 table-store.
004280     if pi-prime-index = 99999
004290         move "Y" to iq-ctl-seen
004300         move pi-ctl-rec-count to iq-ctl-count
004310         move pi-ctl-hash to iq-ctl-hash
004320         move pi-ctl-run-date to iq-ver-date
004330         move pi-ctl-run-time to iq-ver-time
004340         move pi-ctl-bound to iq-ver-bound
004350         go to table-store-exit
004360     end-if.
004370     move pi-prime-index to table-count.
004380     add pi-prime-value to iq-hash.
004390     if iq-hash >= 1000000000
004400         subtract 1000000000 from iq-hash
004410     end-if.
004420     if sp-count < small-max
004430         add 1 to sp-count
004440         move pi-prime-value to sp-prime (sp-count)
004450         move pi-prime-value to sp-largest
004460     end-if.
004470 table-store-exit.
004480     exit.
004490
004500 cert-read.
004510     read cerreq-file
004520         at end
004530             move "Y" to iq-req-eof
004540     end-read.
004550 cert-read-exit.
004560     exit.
004570
004580******************************************************************
004590*  PARSE-NUMBER - CONVERT A FREE-FORM REQUEST NUMBER OF UP TO 18 *
004600*                 DIGITS, WITH LEADING AND TRAILING SPACES       *
004610*                 ALLOWED, IN PN-FIELD INTO PN-VALUE. ANYTHING   *
004620*                 ELSE DROPS PN-GOOD.                            *
004630******************************************************************
004640 parse-number.
004650     move zero to pn-value.
004660     move zero to pn-digits.
004670     move "Y" to pn-flag.
004680     move "N" to pn-started.
004690     move "N" to pn-done.
004700     perform parse-one-char thru parse-one-char-exit
004710         varying pn-scan from 1 by 1
004720         until pn-scan > 80 or pn-flag = "N".
004730     if pn-started = "N"
004740         move "N" to pn-flag
004750     end-if.
004760 parse-number-exit.
004770     exit.
004780
004790 parse-one-char.
004800     if pn-char (pn-scan) = space
004810         if pn-started = "Y"
004820             move "Y" to pn-done
004830         end-if
004840         go to parse-one-char-exit
004850     end-if.
004860     if pn-done = "Y"
004870         move "N" to pn-flag
004880         go to parse-one-char-exit
004890     end-if.
004900     if pn-char (pn-scan) < "0" or pn-char (pn-scan) > "9"
004910         move "N" to pn-flag
004920         go to parse-one-char-exit
004930     end-if.
004940     if pn-digits >= 18
004950         move "N" to pn-flag
004960         go to parse-one-char-exit
004970     end-if.
004980     move "Y" to pn-started.
004990     add 1 to pn-digits.
005000     move pn-char (pn-scan) to pn-digit-x.
005010     compute pn-value = pn-value * 10 + pn-digit.
005020 parse-one-char-exit.
005030     exit.
005040
005050******************************************************************
005060*  CERT-PROCESS - ONE REQUEST CARD: A DEPT=CODE CARD, AS ON      *
005070*                 INQREQ, OR A NUMBER TO CERTIFY. A BAD CARD IS  *
005080*                 ANSWERED INVALID RATHER THAN ABENDING THE RUN. *
005090******************************************************************
005100 cert-process.
005110     add 1 to req-count.
005120     move zero to iq-eq-count.
005130     inspect rq-card-text tallying iq-eq-count for all "=".
005140     if iq-eq-count > 0
005150         perform request-keyed thru request-keyed-exit
005160         go to cert-process-next
005170     end-if.
005180     if not iq-dept-valid
005190         move "NO DEPARTMENT CODE" to iq-error-text
005200         perform request-invalid 1 times
005210         go to cert-process-next
005220     end-if.
005230     move rq-card-text to pn-field.
005240     perform parse-number thru parse-number-exit.
005250     if not pn-good
005260         move "REQUEST NOT NUMERIC" to iq-error-text
005270         perform request-invalid 1 times
005280         go to cert-process-next
005290     end-if.
005300     move pn-value to ce-n.
005310     perform certify thru certify-exit.
005320     perform cert-write 1 times.
005330     move iq-dept-code to ug-key-dept.
005340     move "CERT" to ug-key-type.
005350     move 1 to ug-key-units.
005360     perform usage-add thru usage-add-exit.
005370 cert-process-next.
005380     perform cert-read thru cert-read-exit.
005390 cert-process-exit.
005400     exit.
005410
005420******************************************************************
005430*  REQUEST-KEYED - A CARD WITH AN = SIGN. DEPT=CODE IS THE ONLY  *
005440*                  KEYED CARD: THE CODE MUST BE ON THE           *
005450*                  DEPARTMENT MASTER AND CHARGES EVERY REQUEST   *
005460*                  AFTER IT UNTIL THE NEXT DEPT= CARD. THE CARD  *
005470*                  IS COUNTED AS A DEPARTMENT CARD, NOT A        *
005473*                  REQUEST, ONLY WHEN IT IS GOOD; A BAD ONE IS   *
005476*                  COUNTED AS AN INVALID REQUEST.                *
005480******************************************************************
005490 request-keyed.
005500     move spaces to iq-keyword.
005510     move spaces to iq-rest.
005520     unstring rq-card-text delimited by "="
005530         into iq-keyword iq-rest
005540     end-unstring.
005550     if iq-keyword not = "DEPT"
005560         move "TYPE NOT RECOGNIZED" to iq-error-text
005570         perform request-invalid 1 times
005580         go to request-keyed-exit
005590     end-if.
005620     move "N" to iq-dept-flag.
005630     move spaces to iq-dept-code.
005640     move iq-rest to iq-dept-text.
005650     if iq-dept-tail not = spaces
005660         move "DEPARTMENT UNKNOWN" to iq-error-text
005670         perform request-invalid 1 times
005680         go to request-keyed-exit
005690     end-if.
005700     move iq-dept-head to dp-key.
005710     perform dept-check thru dept-check-exit.
005720     if not dp-was-found
005730         move "DEPARTMENT UNKNOWN" to iq-error-text
005740         perform request-invalid 1 times
005750         go to request-keyed-exit
005760     end-if.
005763     subtract 1 from req-count.
005766     add 1 to iq-dept-cards.
005770     move iq-dept-head to iq-dept-code.
005780     move "Y" to iq-dept-flag.
005790 request-keyed-exit.
005800     exit.
005810
005820******************************************************************
005830*  REQUEST-INVALID - WRITE THE INVALID RESPONSE FOR A CARD THAT  *
005840*                    COULD NOT BE CERTIFIED, WITH THE REASON.    *
005850******************************************************************
005860 request-invalid.
005870     add 1 to reject-count.
005880     move spaces to cerresp-record.
005890     move "CERT" to cr-reqtype.
005900     move zero to cr-number.
005910     move "INVALID" to cr-verdict.
005920     move zero to cr-evidence.
005930     move iq-error-text to cr-text.
005940     write cerresp-record.
005950
005960******************************************************************
005970*  CERTIFY - DECIDE CE-N. BELOW 2 IS NOT PRIME. TRIAL DIVISION   *
005980*            BY THE SMALL PRIMES SETTLES EVERY NUMBER WITH A     *
005990*            SMALL FACTOR, AND PROVES PRIME ANY NUMBER BELOW THE *
006000*            SQUARE OF THE LAST PRIME TRIED. THE REST GO TO      *
006010*            MILLER-RABIN.                                       *
006020******************************************************************
006030 certify.
006040     move "U" to ce-state.
006050     move zero to ce-evidence.
006060     move spaces to ce-text.
006070     if ce-n < 2
006080         move "F" to ce-state
006090         move "BELOW THE FIRST PRIME" to ce-text
006100         go to certify-exit
006110     end-if.
006120     move "N" to ce-trial-flag.
006130     perform trial-divide thru trial-divide-exit
006140         varying sp-index from 1 by 1
006150         until sp-index > sp-count
006160         or ce-trial-done or not ce-undecided.
006170     if not ce-undecided
006180         go to certify-exit
006190     end-if.
006200     if ce-trial-done
006210         move "P" to ce-state
006213         if ce-n > sp-largest
006216             move "NO FACTOR TO SQUARE ROOT" to ce-text
006219         else
006222             move "IN PRIME TABLE" to ce-text
006225         end-if
006230         go to certify-exit
006240     end-if.
006250     perform miller-rabin thru miller-rabin-exit.
006260 certify-exit.
006270     exit.
006280
006290 trial-divide.
006300     if sp-prime (sp-index) = ce-n
006310         move "P" to ce-state
006320         move "IN PRIME TABLE" to ce-text
006330         go to trial-divide-exit
006340     end-if.
006350     compute ce-square
006355         = sp-prime (sp-index) * sp-prime (sp-index).
006360     if ce-square > ce-n
006370         move "Y" to ce-trial-flag
006380         go to trial-divide-exit
006390     end-if.
006400     divide ce-n by sp-prime (sp-index)
006410         giving ce-quot remainder ce-rem.
006420     if ce-rem = 0
006430         move "F" to ce-state
006440         move sp-prime (sp-index) to ce-evidence
006450         move "SMALL FACTOR" to ce-text
006460     end-if.
006470 trial-divide-exit.
006480     exit.
006490
006500******************************************************************
006510*  MILLER-RABIN - WRITE CE-N - 1 AS CE-D * 2 ** CE-S, THEN TRY   *
006520*                 THE TWELVE BASES 2 THRU 37. A BASE THAT FAILS  *
006530*                 IS A WITNESS THAT CE-N IS COMPOSITE; CE-N      *
006540*                 PASSING ALL TWELVE IS PRIME, WITH NO EXCEPTION *
006550*                 BELOW 3.3 X 10**24.                            *
006560******************************************************************
006570 miller-rabin.
006580     compute ce-n-minus-1 = ce-n - 1.
006590     move ce-n-minus-1 to ce-d.
006600     move zero to ce-s.
006610     move zero to ce-bit.
006620     perform mr-halve thru mr-halve-exit
006630         until ce-bit = 1.
006640     perform mr-round thru mr-round-exit
006650         varying sp-index from 1 by 1
006660         until sp-index > witness-max or not ce-undecided.
006670     if ce-undecided
006680         move "P" to ce-state
006690         move "PASSED 12 MR BASES" to ce-text
006700     end-if.
006710 miller-rabin-exit.
006720     exit.
006730
006740 mr-halve.
006750     divide ce-d by 2 giving ce-half remainder ce-bit.
006760     if ce-bit = 0
006770         move ce-half to ce-d
006780         add 1 to ce-s
006790     end-if.
006800 mr-halve-exit.
006810     exit.
006820
006830 mr-round.
006840     move sp-prime (sp-index) to ce-witness.
006850     move ce-witness to mp-base.
006860     move ce-d to mp-exp.
006870     perform modpow thru modpow-exit.
006880     move mp-result to ce-x.
006890     if ce-x = 1 or ce-x = ce-n-minus-1
006900         go to mr-round-exit
006910     end-if.
006920     move "N" to ce-round-flag.
006930     perform mr-square thru mr-square-exit
006940         varying ce-round from 1 by 1
006950         until ce-round >= ce-s or ce-round-passed.
006960     if not ce-round-passed
006970         move "W" to ce-state
006980         move ce-witness to ce-evidence
006990         move "MILLER-RABIN WITNESS" to ce-text
007000     end-if.
007010 mr-round-exit.
007020     exit.
007030
007040 mr-square.
007050     move ce-x to mm-a.
007060     move ce-x to mm-b.
007070     perform mulmod thru mulmod-exit.
007080     move mm-r to ce-x.
007090     if ce-x = ce-n-minus-1
007100         move "Y" to ce-round-flag
007110     end-if.
007120 mr-square-exit.
007130     exit.
007140
007150******************************************************************
007160*  MODPOW - MP-BASE ** MP-EXP MOD CE-N BY SQUARE AND MULTIPLY,   *
007170*           TAKING THE EXPONENT ONE BINARY DIGIT AT A TIME FROM  *
007180*           THE LOW END.                                         *
007190******************************************************************
007200 modpow.
007210     move 1 to mp-result.
007220     divide mp-base by ce-n giving ce-quot remainder mp-rem.
007225     move mp-rem to mp-base.
007230     perform modpow-step thru modpow-step-exit
007240         until mp-exp = 0.
007250 modpow-exit.
007260     exit.
007270
007280 modpow-step.
007290     divide mp-exp by 2 giving mp-half remainder mp-bit.
007295     move mp-half to mp-exp.
007300     if mp-bit = 1
007310         move mp-result to mm-a
007320         move mp-base to mm-b
007330         perform mulmod thru mulmod-exit
007340         move mm-r to mp-result
007350     end-if.
007360     if mp-exp > 0
007370         move mp-base to mm-a
007380         move mp-base to mm-b
007390         perform mulmod thru mulmod-exit
007400         move mm-r to mp-base
007410     end-if.
007420 modpow-step-exit.
007430     exit.
007440
007450 mulmod.
007460     divide mm-b by 1000000000000 giving mm-hi
007470         remainder mm-rest.
007480     divide mm-rest by 1000000 giving mm-mid remainder mm-lo.
007490     compute mm-work = mm-a * mm-hi.
007500     divide mm-work by ce-n giving mm-quot remainder mm-r.
007510     compute mm-work = mm-r * 1000000 + mm-a * mm-mid.
007520     divide mm-work by ce-n giving mm-quot remainder mm-r.
007530     compute mm-work = mm-r * 1000000 + mm-a * mm-lo.
007540     divide mm-work by ce-n giving mm-quot remainder mm-r.
007550 mulmod-exit.
007560     exit.
007570
007580******************************************************************
007590*  CERT-WRITE - THE RESPONSE FOR ONE CERTIFIED NUMBER.           *
007600******************************************************************
007610 cert-write.
007620     move spaces to cerresp-record.
007630     move "CERT" to cr-reqtype.
007640     move ce-n to cr-number.
007650     move ce-evidence to cr-evidence.
007660     move ce-text to cr-text.
007670     if ce-is-prime
007680         add 1 to prime-count
007690         move "PRIME" to cr-verdict
007700     else
007710         move "COMPOSITE" to cr-verdict
007720     end-if.
007730     if ce-has-factor
007740         add 1 to factor-count
007750     end-if.
007760     if ce-has-witness
007770         add 1 to witness-count
007780     end-if.
007790     if ce-n < 2
007800         move "NOT PRIME" to cr-verdict
007810     end-if.
007820     write cerresp-record.
007830
007840******************************************************************
007850*  DEPT-LOAD - LOAD THE DEPARTMENT MASTER INTO STORAGE SO EACH   *
007860*              REQUESTING DEPARTMENT CODE CAN BE CHECKED. A      *
007870*              RUN THAT CANNOT CHECK ITS DEPARTMENTS CANNOT BE   *
007880*              CHARGED BACK AND IS A HARD STOP.                  *
007890******************************************************************
007900 dept-load.
007910     open input deptmast-file.
007920     if deptmast-status not = "00"
007930         display "PRIMECER011E - DEPTMAST COULD NOT BE OPENED. "
007940             "DEPARTMENT CODES CANNOT BE CHECKED."
007950         move 16 to return-code
007960         stop run
007970     end-if.
007980     perform dept-read thru dept-read-exit
007990         until dp-at-end.
008000     close deptmast-file.
008010
008020 dept-read.
008030     read deptmast-file
008040         at end
008050             move "Y" to dp-eof
008060         not at end
008070             perform dept-store thru dept-store-exit
008080     end-read.
008090 dept-read-exit.
008100     exit.
008110
008120 dept-store.
008130     if deptmast-record = spaces or dm-col1 = "*"
008140         go to dept-store-exit
008150     end-if.
008160     if dp-count >= dept-max
008170         display "PRIMECER012E - DEPARTMENT TABLE FULL AT "
008180             dept-max " ENTRIES."
008190         close deptmast-file
008200         move 16 to return-code
008210         stop run
008220     end-if.
008230     add 1 to dp-count.
008240     move dm-dept-code to dp-code (dp-count).
008250 dept-store-exit.
008260     exit.
008270
008280******************************************************************
008290*  DEPT-CHECK - LOOK DP-KEY UP IN THE DEPARTMENT TABLE. A BLANK  *
008300*               CODE IS NEVER VALID.                             *
008310******************************************************************
008320 dept-check.
008330     move "N" to dp-found-flag.
008340     if dp-key = spaces
008350         go to dept-check-exit
008360     end-if.
008370     perform dept-check-entry
008380         varying dp-index from 1 by 1
008390         until dp-index > dp-count or dp-was-found.
008400 dept-check-exit.
008410     exit.
008420
008430 dept-check-entry.
008440     if dp-code (dp-index) = dp-key
008450         move "Y" to dp-found-flag
008460     end-if.
008470
008480******************************************************************
008490*  USAGE-ADD - ADD UG-KEY-UNITS TO THE RUN'S USAGE FOR ONE       *
008500*              DEPARTMENT AND REQUEST TYPE. A FULL TABLE IS      *
008510*              FLUSHED TO PRIMEUSE FIRST.                        *
008520******************************************************************
008530 usage-add.
008540     move "N" to ug-found-flag.
008550     perform usage-find
008560         varying ug-index from 1 by 1
008570         until ug-index > ug-count or ug-was-found.
008580     if ug-was-found
008590         add ug-key-units to ug-units (ug-hit)
008600         go to usage-add-exit
008610     end-if.
008620     if ug-count >= usage-max
008630         perform usage-flush thru usage-flush-exit
008640     end-if.
008650     add 1 to ug-count.
008660     move ug-key-dept to ug-dept (ug-count).
008670     move ug-key-type to ug-type (ug-count).
008680     move ug-key-units to ug-units (ug-count).
008690 usage-add-exit.
008700     exit.
008710
008720 usage-find.
008730     if ug-dept (ug-index) = ug-key-dept
008740         and ug-type (ug-index) = ug-key-type
008750         move "Y" to ug-found-flag
008760         move ug-index to ug-hit
008770     end-if.
008780
008790******************************************************************
008800*  USAGE-FLUSH - APPEND THE RUN'S USAGE BY DEPARTMENT AND        *
008810*                REQUEST TYPE TO THE STANDING PRIMEUSE FILE      *
008820*                PRICED BY THE MONTHLY PRIMECHG CHARGEBACK. A    *
008830*                USAGE FILE THAT CANNOT BE WRITTEN IS A WARNING, *
008840*                NOT A FAILURE OF THE RUN.                       *
008850******************************************************************
008860 usage-flush.
008870     if ug-count = 0
008880         go to usage-flush-exit
008890     end-if.
008900     accept us-run-date from date.
008910     accept us-run-time from time.
008920     open extend usage-file.
008930     if usage-status not = "00"
008940         open output usage-file
008950     end-if.
008960     if usage-status not = "00"
008970         display "PRIMECER013W - PRIMEUSE COULD NOT BE WRITTEN. "
008980             "USAGE NOT RECORDED FOR CHARGEBACK."
008990         move zero to ug-count
009000         go to usage-flush-exit
009010     end-if.
009020     perform usage-write-entry
009030         varying ug-index from 1 by 1
009040         until ug-index > ug-count.
009050     close usage-file.
009060     move zero to ug-count.
009070 usage-flush-exit.
009080     exit.
009090
009100 usage-write-entry.
009110     move ug-dept (ug-index) to us-dept-code.
009120     move "PRIMECER" to us-program-id.
009130     move ug-type (ug-index) to us-req-type.
009140     move ug-units (ug-index) to us-units.
009150     move spaces to usage-record.
009160     move usage-line to usage-record.
009170     write usage-record.
009180
009190******************************************************************
009200*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
009210******************************************************************
009220 summary.
009230     display "==================================================".
009240     display "PRIMECER RUN SUMMARY".
009250     display "  REQUESTS READ. . . . . . : " req-count.
009260     display "  CERTIFIED PRIME. . . . . : " prime-count.
009270     display "  COMPOSITE, SMALL FACTOR. : " factor-count.
009280     display "  COMPOSITE, MR WITNESS. . : " witness-count.
009290     display "  DEPARTMENT CARDS . . . . : " iq-dept-cards.
009300     display "  INVALID REQUESTS . . . . : " reject-count.
009310     display "  TRIAL-DIVISION PRIMES. . : " sp-count.
009320     display "==================================================".
009330
009340******************************************************************
009350*  CATALOG-WRITE - RECORD ON THE PRIMECAT VERSION CATALOG THAT   *
009360*                  THIS RUN'S CERRESP WAS ANSWERED FROM THE      *
009370*                  TABLE VERSION LOADED AT TABLE-INIT. A CATALOG *
009380*                  THAT CANNOT BE WRITTEN IS A WARNING, NOT A    *
009390*                  FAILURE OF THE RUN.                           *
009400******************************************************************
009410 catalog-write.
009420     move "USE" to ct-rec-type.
009430     move iq-ver-date to ct-ver-date.
009440     move iq-ver-time to ct-ver-time.
009450     move iq-ctl-count to ct-ver-count.
009460     move iq-ctl-hash to ct-ver-hash.
009470     move iq-ver-bound to ct-ver-bound.
009480     move "PRIMECER" to ct-program-id.
009490     move "CERRESP" to ct-output.
009500     accept ct-run-date from date.
009510     accept ct-run-time from time.
009520     move spaces to ct-flag.
009530     open extend catalog-file.
009540     if catalog-status not = "00"
009550         open output catalog-file
009560     end-if.
009570     if catalog-status not = "00"
009580         display "PRIMECER010W - PRIMECAT COULD NOT BE WRITTEN. "
009590             "TABLE VERSION NOT RECORDED."
009600     else
009610         move spaces to catalog-record
009620         move catalog-line to catalog-record
009630         write catalog-record
009640         close catalog-file
009650     end-if.
009660
009670******************************************************************
009680*  AUDIT-WRITE - APPEND THIS RUN'S COMPLETION RECORD TO THE      *
009690*                SUITE-WIDE PRIMEAUD AUDIT LOG, IN THE COMMON    *
009700*                LAYOUT PRIMEOPS ANALYZES: RUN DATE/TIME,        *
009710*                PROGRAM ID, OPERATOR, AND PROGRAM-APPROPRIATE   *
009720*                COUNTS.                                         *
009730******************************************************************
009740 audit-write.
009750     accept al-run-date from date.
009760     accept al-run-time from time.
009770     move "PRIMECER" to al-program-id.
009780     accept al-operator-id from environment "USER".
009790     move req-count to al-count-1.
009800     move reject-count to al-count-2.
009810     move "NORMAL" to al-completion.
009820     move "PRIMALITY CERTIFICATION" to al-run-desc.
009830     open extend auditlog-file.
009840     if auditlog-status not = "00"
009850         open output auditlog-file
009860     end-if.
009870     if auditlog-status not = "00"
009880         display "PRIMECER009W - PRIMEAUD COULD NOT BE WRITTEN."
009890     else
009900         move spaces to auditlog-record
009910         move audit-line to auditlog-record
009920         write auditlog-record
009930         close auditlog-file
009940     end-if.
