000440*                    OPERATOR, AND PROGRAM-APPROPRIATE COUNTS)   *
000450*                    SO OPERATIONS HAS A RECORD OF EVERY RUN,    *
000460*                    ANALYZED AND ARCHIVED BY PRIMEOPS.          *
000461*   2026-10-15  DLS  EVERY FAILURE IS NOW ALSO WRITTEN TO THE    *
000462*                    VFYEXC EXCEPTION FILE (RUN DATE AND TIME,   *
000463*                    FILE, MESSAGE ID, REASON), REBUILT EACH     *
000464*                    RUN LIKE EXCRPT AND CMPEXC, SO THE DAILY    *
000465*                    EXCEPTION DIGEST SEES CONTROL-TOTAL         *
000466*                    FAILURES AND NOT ONLY THE RETURN CODE.      *
000467*   2026-10-15  DLS  A RUN WITH NEITHER PRIMEOUT NOR PRIMEIDX    *
000468*                    ON HAND NOW ALSO LOGS PRIMEVFY001E ON       *
000469*                    VFYEXC, ONE RECORD PER FILE, SO THE DIGEST  *
000470*                    DOES NOT REPORT THE WORST CASE AS CLEAN.    *
000471******************************************************************
000480
000490 environment division.
000500 configuration section.
000670     select auditlog-file assign to "PRIMEAUD"
000680         organization is line sequential
000690         file status is auditlog-status.
000692     select vfyexc-file assign to "VFYEXC"
000694         organization is line sequential
000696         file status is vfyexc-status.
000700
000710 data division.
000720 file section.
001100 fd  auditlog-file
001110     label records are standard.
001120 01  auditlog-record              picture x(89).
001121 fd  vfyexc-file
001122     label records are standard.
001123 01  vfyexc-record.
001124     05  vx-run-date             picture 9(6).
001125     05  filler                  picture x(01).
001126     05  vx-run-time             picture 9(8).
001127     05  filler                  picture x(01).
001128     05  vx-file                 picture x(08).
001129     05  filler                  picture x(01).
001130     05  vx-msg-id               picture x(12).
001131     05  filler                  picture x(01).
001132     05  vx-text                 picture x(40).
001133     05  filler                  picture x(02).
001134
001140 working-storage section.
001150 77  primeout-status              picture x(02) value spaces.
001160 77  primeidx-status              picture x(02) value spaces.
001170 77  files-checked                picture 9(4) comp value zero.
001180 77  files-failed                 picture 9(4) comp value zero.
001183 77  vfyexc-status                picture x(02) value spaces.
001186 77  exc-logged                   picture 9(4) comp value zero.
001190
001200 01  verify-ws.
001210   02 vf-eof                    picture x(01) value "N".
001310   02 vf-ctl-count              picture 9(6) value zero.
001320   02 vf-ctl-hash               picture 9(9) value zero.
001330   02 vf-hash                   picture 9(10) value zero.
001331   02 vf-exc-open               picture x(01) value "N".
001332      88 vf-exc-is-open         value "Y".
001333   02 vf-file                   picture x(08).
001334   02 vf-msg-id                 picture x(12).
001335   02 vf-text                   picture x(40).
001336   02 vf-run-date               picture 9(6).
001337   02 vf-run-time               picture 9(8).
001340
001350 77  auditlog-status              picture x(02) value spaces.
001360
001560*  0000-MAINLINE                                                 *
001570******************************************************************
001580 begin.
001585     perform exc-open 1 times.
001590     perform verify-primeout thru verify-primeout-exit.
001600     perform verify-primeidx thru verify-primeidx-exit.
001601     if files-checked = 0
001602         display "PRIMEVFY001E - NEITHER PRIMEOUT NOR PRIMEIDX "
001603             "COULD BE OPENED. NOTHING TO VERIFY."
001604         if not vf-exc-is-open
001605             perform exc-open 1 times
001606         end-if
001607         move "PRIMEVFY001E" to vf-msg-id
001608         move "COULD NOT BE OPENED. NOTHING TO VERIFY." to vf-text
001609         move "PRIMEOUT" to vf-file
001610         perform exc-write 1 times
001611         move "PRIMEIDX" to vf-file
001612         perform exc-write 1 times
001613         move 16 to return-code
001614     end-if.
001615     if vf-exc-is-open
001616         close vfyexc-file
001617     end-if.
001618     perform summary 1 times.
001670     if files-failed > 0
001680         move 16 to return-code
001690     end-if.
001830         go to verify-primeout-exit
001840     end-if.
001850     add 1 to files-checked.
001855     move "PRIMEOUT" to vf-file.
001860     perform verify-reset 1 times.
001870     perform out-read thru out-read-exit
001880         until vf-at-end or vf-file-failed.
001890     close primeout-file.
001900     if vf-file-failed
001910         add 1 to files-failed
001915         perform exc-write 1 times
001920         go to verify-primeout-exit
001930     end-if.
001940     if not vf-hdr-was-seen or not vf-ctl-was-seen
001950         display "PRIMEVFY003E - PRIMEOUT HDR OR TRL CONTROL "
001960             "RECORD MISSING. FILE IS TRUNCATED, INCOMPLETE, "
001970             "OR OLD FORMAT."
001973         move "PRIMEVFY003E" to vf-msg-id
001976         move "HDR OR TRL CONTROL RECORD MISSING" to vf-text
001980         add 1 to files-failed
001985         perform exc-write 1 times
001990         go to verify-primeout-exit
002000     end-if.
002010     if vf-ctl-count not = vf-rec-count
002030         display "PRIMEVFY004E - PRIMEOUT TRAILER TOTALS DO "
002040             "NOT MATCH ITS RECORDS. FILE IS INCOMPLETE OR "
002050             "TAMPERED."
002052         move "PRIMEVFY004E" to vf-msg-id
002054         move "TRAILER TOTALS DO NOT MATCH ITS RECORDS"
002056             to vf-text
002060         add 1 to files-failed
002065         perform exc-write 1 times
002070         go to verify-primeout-exit
002080     end-if.
002090     display "PRIMEVFY005I - PRIMEOUT VERIFIED CLEAN: "
002250     if vf-ctl-was-seen
002260         display "PRIMEVFY006E - RECORD FOUND AFTER THE "
002270             "PRIMEOUT TRAILER. FILE IS DAMAGED."
002273         move "PRIMEVFY006E" to vf-msg-id
002276         move "RECORD FOUND AFTER THE TRAILER" to vf-text
002280         move "Y" to vf-failed
002290         go to out-check-exit
002300     end-if.
002320         if vf-hdr-was-seen or vf-rec-count not = 0
002330             display "PRIMEVFY007E - PRIMEOUT HDR RECORD IS "
002340                 "NOT FIRST. FILE IS DAMAGED."
002343             move "PRIMEVFY007E" to vf-msg-id
002346             move "HDR RECORD IS NOT FIRST" to vf-text
002350             move "Y" to vf-failed
002360             go to out-check-exit
002370         end-if
002470     if not vf-hdr-was-seen
002480         display "PRIMEVFY008E - PRIMEOUT HAS NO HDR RECORD. "
002490             "FILE IS INCOMPLETE OR OLD FORMAT."
002493         move "PRIMEVFY008E" to vf-msg-id
002496         move "NO HDR RECORD" to vf-text
002500         move "Y" to vf-failed
002510         go to out-check-exit
002520     end-if.
002540         or po-prime-value not > vf-prev-value
002550         display "PRIMEVFY009E - PRIMEOUT ENTRY OUT OF "
002560             "SEQUENCE AT INDEX " po-prime-index "."
002562         move "PRIMEVFY009E" to vf-msg-id
002564         move spaces to vf-text
002566         string "ENTRY OUT OF SEQUENCE AT INDEX "
002568             po-prime-index delimited by size into vf-text
002570         move "Y" to vf-failed
002580         go to out-check-exit
002590     end-if.
002800         go to verify-primeidx-exit
002810     end-if.
002820     add 1 to files-checked.
002825     move "PRIMEIDX" to vf-file.
002830     perform verify-reset 1 times.
002840     perform idx-read thru idx-read-exit
002850         until vf-at-end or vf-file-failed.
002860     close primeidx-file.
002870     if vf-file-failed
002880         add 1 to files-failed
002885         perform exc-write 1 times
002890         go to verify-primeidx-exit
002900     end-if.
002910     if not vf-ctl-was-seen
002920         display "PRIMEVFY011E - PRIMEIDX HAS NO CONTROL "
002930             "RECORD. FILE IS INCOMPLETE OR OLD FORMAT."
002933         move "PRIMEVFY011E" to vf-msg-id
002936         move "NO CONTROL RECORD AT KEY 99999" to vf-text
002940         add 1 to files-failed
002945         perform exc-write 1 times
002950         go to verify-primeidx-exit
002960     end-if.
002970     if vf-ctl-count not = vf-rec-count
002990         display "PRIMEVFY012E - PRIMEIDX CONTROL TOTALS DO "
003000             "NOT MATCH ITS ENTRIES. FILE IS INCOMPLETE OR "
003010             "TAMPERED."
003012         move "PRIMEVFY012E" to vf-msg-id
003014         move "CONTROL TOTALS DO NOT MATCH ITS ENTRIES"
003016             to vf-text
003020         add 1 to files-failed
003025         perform exc-write 1 times
003030         go to verify-primeidx-exit
003040     end-if.
003050     display "PRIMEVFY013I - PRIMEIDX VERIFIED CLEAN: "
003270     if vf-ctl-was-seen
003280         display "PRIMEVFY014E - ENTRY FOUND AFTER THE "
003290             "PRIMEIDX CONTROL RECORD. FILE IS DAMAGED."
003293         move "PRIMEVFY014E" to vf-msg-id
003296         move "ENTRY FOUND AFTER THE CONTROL RECORD" to vf-text
003300         move "Y" to vf-failed
003310         go to idx-check-exit
003320     end-if.
003340         or pi-prime-value not > vf-prev-value
003350         display "PRIMEVFY015E - PRIMEIDX ENTRY OUT OF "
003360             "SEQUENCE AT INDEX " pi-prime-index "."
003362         move "PRIMEVFY015E" to vf-msg-id
003364         move spaces to vf-text
003366         string "ENTRY OUT OF SEQUENCE AT INDEX "
003368             pi-prime-index delimited by size into vf-text
003370         move "Y" to vf-failed
003380         go to idx-check-exit
003390     end-if.
003570     move zero to vf-ctl-hash.
003580     move zero to vf-hash.
003590
003591******************************************************************
003592*  EXC-OPEN - REBUILD THE VFYEXC EXCEPTION FILE FOR THIS RUN.    *
003593*             A RUN THAT CANNOT OPEN IT STILL VERIFIES; ITS      *
003594*             FAILURES ARE THEN ON SYSOUT ONLY.                  *
003595******************************************************************
003596 exc-open.
003597     accept vf-run-date from date.
003598     accept vf-run-time from time.
003599     open output vfyexc-file.
003600     if vfyexc-status not = "00"
003601         display "PRIMEVFY017W - VFYEXC COULD NOT BE OPENED. "
003602             "FAILURES ARE REPORTED ON SYSOUT ONLY."
003603     else
003604         move "Y" to vf-exc-open
003605     end-if.
003606
003607******************************************************************
003608*  EXC-WRITE - ONE VFYEXC RECORD FOR THE FAILURE JUST REPORTED.  *
003609******************************************************************
003610 exc-write.
003611     if vf-exc-is-open
003612         move spaces to vfyexc-record
003613         move vf-run-date to vx-run-date
003614         move vf-run-time to vx-run-time
003615         move vf-file to vx-file
003616         move vf-msg-id to vx-msg-id
003617         move vf-text to vx-text
003618         write vfyexc-record
003619         add 1 to exc-logged
003620     end-if.
003621
003622******************************************************************
003623*  SUMMARY - DISPLAY A JOB-END TOTALS BLOCK FOR THE OPERATOR     *
003624******************************************************************
003630 summary.
003640     display "==================================================".
003650     display "PRIMEVFY RUN SUMMARY".
003660     display "  FILES CHECKED. . . . . . : " files-checked.
003670     display "  FILES FAILED . . . . . . : " files-failed.
003675     display "  EXCEPTIONS TO VFYEXC . . : " exc-logged.
003680     display "==================================================".
003690
003700******************************************************************
