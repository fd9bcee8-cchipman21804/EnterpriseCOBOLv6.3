       identification division.
       program-id.    arcflash.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *       Available Fault Current and Arc-Flash Label Study        *
      *                                                                *
      ******************************************************************
      *
      * MOTRDIP already turns a supply transformer's kVA and percent
      * impedance into ohms, OHMSLAW carries the conductor ohms-per-
      * thousand-feet table, and PANELCLC's CIRCUITS deck knows every
      * panel's voltage, system and main rating.  This study puts
      * them together for the one-line diagram:
      *
      *   - the ONELINE deck names each transformer, then each panel
      *     with what feeds it (a transformer or an upstream panel),
      *     the feeder size, material, length and parallel sets, the
      *     panel's short-circuit (interrupting) rating in kA, and
      *     the clearing time of the protective device ahead of it;
      *   - impedance accumulates down the one-line from an infinite
      *     utility bus: the transformer as pure reactance, Zs =
      *     %Z/100 * V**2 / VA (half that per conductor on a single-
      *     phase unit), and each feeder as OHMSLAW resistance (times
      *     1.64 for aluminum) plus 0.0528 ohm/kft reactance, both
      *     divided by the parallel sets;
      *   - the available bolted fault current at the panel is
      *     V / (1.732 * Z) on a three-phase panel, V / (2 * Z)
      *     line-to-line on a single-phase panel, and a panel whose
      *     rating it exceeds is flagged;
      *   - incident energy comes from the simplified (Lee) method
      *     of NFPA 70E Annex D at the 18-inch panelboard working
      *     distance:
      *       E cal/cm2 = 5.12E5 * kV * kA * t / D(mm)**2
      *     with the arc-flash boundary where E falls to 1.2, and the
      *     PPE category from the energy (1.2 / 4 / 8 / 25 / 40
      *     cal/cm2 break points, D = no safe category);
      *   - the ARCLABEL file gets one record per panel for the
      *     label printer.
      *
      * Voltage and system come from the panel's CIRCUITS P card
      * when PANELCLC has it, otherwise from the transformer
      * secondary.
      *
      * One-line cards (ONELINE), one space between fields:
      *   T xfmr-id(8) kva(5) pct-z(5, e.g. 5.75) sec-volts(4)
      *     phase(1: 1 or 3)
      *   F panel-id(8) fed-from(8) size(5, OHMSLAW table) material
      *     (1: C/A) length-ft(5) sets(1) rating-ka(3) clear-cycles
      *     (4, blank = 6 cycles, 0.1 s)
      *   A panel's F card must follow the card of what feeds it.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//ARCFLASH JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(ARCFLASH),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(ARCFLASH),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=ARCFLASH
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//ONELINE   DD DSN=&SYSUID..INPUT(ONELINE),DISP=SHR
      *//CIRCUITS  DD DSN=&SYSUID..INPUT(CIRCUITS),DISP=SHR
      *//ARCLABEL  DD DSN=&SYSUID..ARCLABEL,DISP=(NEW,CATLG),
      *//             SPACE=(TRK,(1,1)),
      *//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select one-line-file assign to ONELINE
                    organization is sequential
                    file status is one-line-status.
      *
           select circuits-file assign to CIRCUITS
                    organization is sequential
                    file status is circuits-status.
      *
           select label-file assign to ARCLABEL
                    organization is sequential
                    file status is label-status.

       data division.
       file section.
       fd  one-line-file record contains 80 characters
                         recording mode f.
       01  one-line-card.
           02 olc-card-type                    pic x.
           02 filler                           pic x.
           02 olc-node-id                      pic x(8).
           02 filler                           pic x(70).
       01  transformer-card redefines one-line-card.
           02 filler                           pic x(11).
           02 xfc-kva-in                       pic x(5).
           02 filler                           pic x.
           02 xfc-pct-z-in                     pic x(5).
           02 filler                           pic x.
           02 xfc-volts-in                     pic x(4).
           02 filler                           pic x.
           02 xfc-phase-in                     pic x.
           02 filler                           pic x(51).
       01  feeder-card redefines one-line-card.
           02 filler                           pic x(11).
           02 fdc-fed-from                     pic x(8).
           02 filler                           pic x.
           02 fdc-size-in                      pic x(5).
           02 filler                           pic x.
           02 fdc-material-in                  pic x.
           02 filler                           pic x.
           02 fdc-length-in                    pic x(5).
           02 filler                           pic x.
           02 fdc-sets-in                      pic x.
           02 filler                           pic x.
           02 fdc-rating-ka-in                 pic x(3).
           02 filler                           pic x.
           02 fdc-cycles-in                    pic x(4).
           02 filler                           pic x(36).
      *
      * PANELCLC's panel header card; circuit cards are passed by.
       fd  circuits-file record contains 80 characters
                         recording mode f.
       01  circuits-card.
           02 ckc-card-type                    pic x.
           02 filler                           pic x.
           02 ckc-panel-id                     pic x(8).
           02 filler                           pic x.
           02 phc-main-amps-in                 pic x(4).
           02 filler                           pic x.
           02 phc-volts-in                     pic x(4).
           02 filler                           pic x.
           02 phc-system-in                    pic x.
           02 filler                           pic x(58).
      *
      * One label record per panel.  PPE category 0-4, or D where
      * no category is safe.
       fd  label-file record contains 80 characters
                      recording mode f.
       01  label-record.
           02 lbl-panel-id                     pic x(8).
           02 filler                           pic x.
           02 lbl-volts                        pic 9(4).
           02 filler                           pic x.
           02 lbl-system                       pic 9.
           02 filler                           pic x.
           02 lbl-fault-ka                     pic 9(3)v9.
           02 filler                           pic x.
           02 lbl-incident-energy              pic 9(3)v99.
           02 filler                           pic x.
           02 lbl-working-distance             pic 99.
           02 filler                           pic x.
           02 lbl-boundary-inches              pic 9(4).
           02 filler                           pic x.
           02 lbl-ppe-category                 pic x.
           02 filler                           pic x.
           02 lbl-study-date                   pic 9(8).
           02 filler                           pic x.
           02 lbl-fed-from                     pic x(8).
           02 filler                           pic x(26).

       working-storage section.

       01 one-line-status                      pic xx value "00".
           88 one-line-ok                      value "00".
       01 circuits-status                      pic xx value "00".
           88 circuits-ok                      value "00".
       01 label-status                         pic xx value "00".
           88 label-ok                         value "00".

       01 one-line-eof-sw                      pic x value "N".
           88 one-line-eof                     value "Y".
       01 circuits-eof-sw                      pic x value "N".
           88 circuits-eof                     value "Y".
       01 node-found-sw                        pic x.
           88 node-found                       value "Y".
       01 schedule-found-sw                    pic x.
           88 schedule-found                   value "Y".
       01 wire-found-sw                        pic x.
           88 wire-size-found                  value "Y".

      * Every transformer and panel, with the resistance and
      * reactance accumulated from the utility bus to its terminals.
       01 node-count                           pic 999 value zero.
       01 node-idx                             pic 999.
       01 node-found-idx                       pic 999.
       01 source-idx                           pic 999.
       01 node-table.
           02 node-entry occurs 150 times.
              03 nde-node-id                   pic x(8).
              03 nde-node-type                 pic x.
                 88 nde-transformer            value "T".
                 88 nde-panel                  value "F".
              03 nde-fed-from                  pic x(8).
              03 nde-volts                     pic 9(4).
              03 nde-system                    pic 9.
              03 nde-main-amps                 pic 9(4).
              03 nde-r-ohms                    pic 9(3)v9(6).
              03 nde-x-ohms                    pic 9(3)v9(6).
              03 nde-z-ohms                    pic 9(3)v9(6).
              03 nde-fault-amps                pic 9(7).
              03 nde-rating-ka                 pic 9(3).
              03 nde-clear-seconds             pic 9v9(4).
              03 nde-incident-energy           pic 9(3)v99.
              03 nde-boundary-inches           pic 9(4).
              03 nde-ppe-category              pic x.
              03 nde-schedule-sw               pic x.
                 88 nde-on-schedule            value "Y".

      * PANELCLC's panels.
       01 schedule-count                       pic 999 value zero.
       01 schedule-idx                         pic 999.
       01 schedule-found-idx                   pic 999.
       01 schedule-table.
           02 schedule-entry occurs 150 times.
              03 sce-panel-id                  pic x(8).
              03 sce-main-amps                 pic 9(4).
              03 sce-volts                     pic 9(4).
              03 sce-system                    pic 9.

      * The OHMSLAW copper table, ohms per thousand feet at 75C,
      * sizes 14 AWG through 500 kcmil.
       01 wire-size-labels.
           02 filler pic x(5) value "14   ".
           02 filler pic x(5) value "12   ".
           02 filler pic x(5) value "10   ".
           02 filler pic x(5) value "8    ".
           02 filler pic x(5) value "6    ".
           02 filler pic x(5) value "4    ".
           02 filler pic x(5) value "3    ".
           02 filler pic x(5) value "2    ".
           02 filler pic x(5) value "1    ".
           02 filler pic x(5) value "1/0  ".
           02 filler pic x(5) value "2/0  ".
           02 filler pic x(5) value "3/0  ".
           02 filler pic x(5) value "4/0  ".
           02 filler pic x(5) value "250  ".
           02 filler pic x(5) value "300  ".
           02 filler pic x(5) value "350  ".
           02 filler pic x(5) value "400  ".
           02 filler pic x(5) value "500  ".
       01 wire-size-label-table redefines wire-size-labels.
           02 wire-size-label occurs 18 times  pic x(5).
       01 wire-resistances.
           02 filler pic 9v9(4) value 3.0700.
           02 filler pic 9v9(4) value 1.9300.
           02 filler pic 9v9(4) value 1.2100.
           02 filler pic 9v9(4) value 0.7640.
           02 filler pic 9v9(4) value 0.4910.
           02 filler pic 9v9(4) value 0.3080.
           02 filler pic 9v9(4) value 0.2450.
           02 filler pic 9v9(4) value 0.1940.
           02 filler pic 9v9(4) value 0.1540.
           02 filler pic 9v9(4) value 0.1220.
           02 filler pic 9v9(4) value 0.0967.
           02 filler pic 9v9(4) value 0.0766.
           02 filler pic 9v9(4) value 0.0608.
           02 filler pic 9v9(4) value 0.0515.
           02 filler pic 9v9(4) value 0.0429.
           02 filler pic 9v9(4) value 0.0367.
           02 filler pic 9v9(4) value 0.0321.
           02 filler pic 9v9(4) value 0.0258.
       01 wire-resistance-table redefines wire-resistances.
           02 wire-ohms-per-kft occurs 18 times pic 9v9(4).
       01 wire-idx                             pic 99.
       01 wire-found-idx                       pic 99.
       01 aluminum-factor                      pic 9v99 value 1.64.

      * Feeder reactance: XL = 2*pi*f*L, building wire at about
      * 0.14 mH per thousand feet, 60 Hz -> 0.0528 ohms/kft.
       01 feeder-x-per-kft                     pic 9v9(4) value 0.0528.
       01 working-distance-in                  pic 99 value 18.
       01 working-distance-mm                  pic 999 value 455.
       01 boundary-energy                      pic 9v9 value 1.2.
       01 default-cycles                       pic 9v9 value 6.0.

       01 card-reason                          pic x(36).
       01 seek-node-id                         pic x(8).
       01 kva-work                             pic 9(5).
       01 pct-z-work                           pic 99v99.
       01 length-work                          pic 9(5).
       01 sets-work                            pic 9.
       01 cycles-work                          pic 9(3)v99.
       01 feeder-r-ohms                        pic 9(3)v9(6).
       01 feeder-x-ohms                        pic 9(3)v9(6).
       01 fault-ka                             pic 9(3)v9.
       01 energy-work                          pic 9(5)v99.
       01 boundary-mm                          pic 9(6).

       01 cards-read-count                     pic 9(4) value zero.
       01 cards-rejected-count                 pic 9(4) value zero.
       01 panels-studied-count                 pic 9(4) value zero.
       01 over-rating-count                    pic 9(4) value zero.
       01 no-safe-ppe-count                    pic 9(4) value zero.
       01 labels-written-count                 pic 9(4) value zero.

       01 datetime.
           02 dt-yyyymmdd                      pic 9(8).
           02 filler                           pic x(13).

       01 ohms-out                             pic zz9.999999.
       01 ka-out                               pic zz9.9.
       01 energy-out                           pic zz9.99.
       01 inches-out                           pic z,zz9.
       01 cycles-out                           pic z9.99.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "ARCFLASH".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  FAULT CURRENT AND ARC-FLASH STUDY"
                   "  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           move function current-date to datetime
           perform 200-load-panel-schedules
           open input one-line-file
           if not one-line-ok then
              display "ONELINE NOT AVAILABLE - NOTHING TO STUDY"
           else
              perform 300-read-one-line until one-line-eof
              close one-line-file
           end-if
           perform 600-study-report
           perform 700-write-labels
           display spaces
           display "ONE-LINE CARDS READ    : " cards-read-count
           display "ONE-LINE CARDS REJECTED: " cards-rejected-count
           display "PANELS STUDIED         : " panels-studied-count
           display "OVER INTERRUPTING RATING: " over-rating-count
           display "NO SAFE PPE CATEGORY   : " no-safe-ppe-count
           display "LABELS WRITTEN         : " labels-written-count
           move "E" to runlog-event
           move cards-read-count to runlog-read
           move labels-written-count to runlog-written
           move cards-rejected-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  ARC-FLASH STUDY ENDS  ********"
           stop run.

      * Only the P cards matter here.
       200-load-panel-schedules.
           open input circuits-file
           if not circuits-ok then
              display "CIRCUITS NOT AVAILABLE - PANEL VOLTAGES FROM"
                      " THE TRANSFORMERS"
           else
              perform 210-read-circuits until circuits-eof
              close circuits-file
           end-if.

       210-read-circuits.
           read circuits-file
              at end set circuits-eof to true
              not at end
                 if ckc-card-type is equal to "P" and
                    function test-numval(phc-main-amps-in) is equal
                    to zero and
                    function test-numval(phc-volts-in) is equal to
                    zero and
                    (phc-system-in is equal to "1" or "3") and
                    schedule-count is less than 150 then
                    add 1 to schedule-count
                    move ckc-panel-id to sce-panel-id(schedule-count)
                    compute sce-main-amps(schedule-count) =
                             function numval(phc-main-amps-in)
                    compute sce-volts(schedule-count) =
                             function numval(phc-volts-in)
                    move phc-system-in to sce-system(schedule-count)
                 end-if
           end-read.

       300-read-one-line.
           read one-line-file
              at end set one-line-eof to true
              not at end perform 310-route-one-card
           end-read.

       310-route-one-card.
           add 1 to cards-read-count
           move spaces to card-reason
           move olc-node-id to seek-node-id
           perform 320-find-node
           if olc-node-id is equal to spaces then
              move "ID MISSING" to card-reason
           else
           if node-found then
              move "ID ALREADY ON THE ONE-LINE" to card-reason
           else
           if node-count is not less than 150 then
              move "ONE-LINE TABLE FULL" to card-reason
           else
              evaluate olc-card-type
                 when "T" perform 400-add-transformer
                 when "F" perform 450-add-panel
                 when other
                    move "CARD TYPE MUST BE T OR F" to card-reason
              end-evaluate
           end-if
           end-if
           end-if
           if card-reason is not equal to spaces then
              add 1 to cards-rejected-count
              display "REJECTED " olc-card-type " " olc-node-id
                      " - " card-reason
           end-if.

       320-find-node.
           move "N" to node-found-sw
           perform 325-check-one-node
                   varying node-idx from 1 by 1
                   until node-idx > node-count or node-found.

       325-check-one-node.
           if nde-node-id(node-idx) is equal to seek-node-id then
              set node-found to true
              move node-idx to node-found-idx
           end-if.

      * Zs = %Z/100 * V**2 / VA, all of it reactance; a single-
      * phase unit carries half per conductor so the line-to-line
      * loop comes back to the whole.
       400-add-transformer.
           if function test-numval(xfc-kva-in) is not equal to zero
              or function test-numval(xfc-pct-z-in) is not equal to
              zero or
              function test-numval(xfc-volts-in) is not equal to
              zero then
              move "KVA, %Z OR VOLTS NOT NUMERIC" to card-reason
           else
           if xfc-phase-in is not equal to "1" and "3" then
              move "PHASE MUST BE 1 OR 3" to card-reason
           else
              compute kva-work = function numval(xfc-kva-in)
              compute pct-z-work = function numval(xfc-pct-z-in)
              if kva-work is equal to zero or
                 pct-z-work is equal to zero then
                 move "KVA AND %Z MUST BE OVER ZERO" to card-reason
              else
                 add 1 to node-count
                 move spaces to node-entry(node-count)
                 move olc-node-id to nde-node-id(node-count)
                 set nde-transformer(node-count) to true
                 compute nde-volts(node-count) =
                          function numval(xfc-volts-in)
                 move xfc-phase-in to nde-system(node-count)
                 move zero to nde-main-amps(node-count)
                 move zero to nde-r-ohms(node-count)
                 compute nde-x-ohms(node-count) rounded =
                          pct-z-work / 100 * nde-volts(node-count)
                          * nde-volts(node-count) / (kva-work * 1000)
                 if nde-system(node-count) is equal to 1 then
                    compute nde-x-ohms(node-count) rounded =
                             nde-x-ohms(node-count) / 2
                 end-if
                 move nde-x-ohms(node-count) to
                      nde-z-ohms(node-count)
                 move zero to nde-fault-amps(node-count)
                 move zero to nde-rating-ka(node-count)
                 move zero to nde-clear-seconds(node-count)
                 move zero to nde-incident-energy(node-count)
                 move zero to nde-boundary-inches(node-count)
              end-if
           end-if
           end-if.

       450-add-panel.
           perform 455-validate-feeder
           if card-reason is equal to spaces then
              add 1 to node-count
              move spaces to node-entry(node-count)
              move olc-node-id to nde-node-id(node-count)
              set nde-panel(node-count) to true
              move fdc-fed-from to nde-fed-from(node-count)
              perform 470-panel-voltage
              perform 480-accumulate-impedance
              perform 500-fault-and-energy
              add 1 to panels-studied-count
           end-if.

       455-validate-feeder.
           move fdc-fed-from to seek-node-id
           perform 320-find-node
           move node-found-idx to source-idx
           move "N" to wire-found-sw
           perform 460-match-one-size
                   varying wire-idx from 1 by 1
                   until wire-idx > 18 or wire-size-found
           if not node-found then
              move "FED-FROM NOT EARLIER ON THE ONE-LINE" to
                   card-reason
           else
           if not wire-size-found then
              move "FEEDER SIZE NOT IN THE OHMSLAW TABLE" to
                   card-reason
           else
           if fdc-material-in is not equal to "C" and "A" then
              move "MATERIAL MUST BE C OR A" to card-reason
           else
           if function test-numval(fdc-length-in) is not equal to
              zero then
              move "FEEDER LENGTH NOT NUMERIC" to card-reason
           else
           if fdc-sets-in is not equal to space and
              (fdc-sets-in is not numeric or
               fdc-sets-in is equal to "0") then
              move "PARALLEL SETS MUST BE 1-9" to card-reason
           else
           if fdc-rating-ka-in is not numeric then
              move "RATING KA MUST BE 3 DIGITS" to card-reason
           else
           if fdc-cycles-in is not equal to spaces and
              function test-numval(fdc-cycles-in) is not equal to
              zero then
              move "CLEARING CYCLES NOT NUMERIC" to card-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       460-match-one-size.
           if wire-size-label(wire-idx) is equal to fdc-size-in then
              set wire-size-found to true
              move wire-idx to wire-found-idx
           end-if.

      * The panel schedule governs voltage and system; without one
      * the panel runs at its source's.
       470-panel-voltage.
           move "N" to schedule-found-sw
           perform 475-check-one-schedule
                   varying schedule-idx from 1 by 1
                   until schedule-idx > schedule-count
                   or schedule-found
           if schedule-found then
              set nde-on-schedule(node-count) to true
              move sce-volts(schedule-found-idx) to
                   nde-volts(node-count)
              move sce-system(schedule-found-idx) to
                   nde-system(node-count)
              move sce-main-amps(schedule-found-idx) to
                   nde-main-amps(node-count)
              if sce-volts(schedule-found-idx) is not equal to
                 nde-volts(source-idx) then
                 display "  *** " olc-node-id " PANEL SCHEDULE SAYS "
                         sce-volts(schedule-found-idx) "V, "
                         fdc-fed-from " SUPPLIES "
                         nde-volts(source-idx) "V"
              end-if
           else
              move "N" to nde-schedule-sw(node-count)
              move nde-volts(source-idx) to nde-volts(node-count)
              move nde-system(source-idx) to nde-system(node-count)
              move zero to nde-main-amps(node-count)
           end-if.

       475-check-one-schedule.
           if sce-panel-id(schedule-idx) is equal to olc-node-id then
              set schedule-found to true
              move schedule-idx to schedule-found-idx
           end-if.

      * Source impedance plus this feeder, the parallel sets sharing
      * it.
       480-accumulate-impedance.
           compute length-work = function numval(fdc-length-in)
           if fdc-sets-in is equal to space then
              move 1 to sets-work
           else
              move fdc-sets-in to sets-work
           end-if
           compute feeder-r-ohms rounded =
                    wire-ohms-per-kft(wire-found-idx) * length-work
                    / 1000 / sets-work
           if fdc-material-in is equal to "A" then
              compute feeder-r-ohms rounded =
                       feeder-r-ohms * aluminum-factor
           end-if
           compute feeder-x-ohms rounded =
                    feeder-x-per-kft * length-work / 1000 / sets-work
           compute nde-r-ohms(node-count) =
                    nde-r-ohms(source-idx) + feeder-r-ohms
           compute nde-x-ohms(node-count) =
                    nde-x-ohms(source-idx) + feeder-x-ohms
           compute nde-z-ohms(node-count) rounded =
                    function sqrt(nde-r-ohms(node-count) *
                                  nde-r-ohms(node-count) +
                                  nde-x-ohms(node-count) *
                                  nde-x-ohms(node-count)).

      * Bolted fault current, then the Lee incident energy at the
      * working distance and the distance where it falls to 1.2
      * cal/cm2.
       500-fault-and-energy.
           if nde-system(node-count) is equal to 3 then
              compute nde-fault-amps(node-count) rounded =
                       nde-volts(node-count) /
                       (1.732 * nde-z-ohms(node-count))
           else
              compute nde-fault-amps(node-count) rounded =
                       nde-volts(node-count) /
                       (2 * nde-z-ohms(node-count))
           end-if
           move fdc-rating-ka-in to nde-rating-ka(node-count)
           if fdc-cycles-in is equal to spaces then
              move default-cycles to cycles-work
           else
              compute cycles-work = function numval(fdc-cycles-in)
           end-if
           compute nde-clear-seconds(node-count) rounded =
                    cycles-work / 60
           compute fault-ka rounded =
                    nde-fault-amps(node-count) / 1000
           compute energy-work rounded =
                    512000 * nde-volts(node-count) / 1000
                    * fault-ka * nde-clear-seconds(node-count)
                    / (working-distance-mm * working-distance-mm)
           if energy-work is greater than 999.99 then
              move 999.99 to nde-incident-energy(node-count)
           else
              move energy-work to nde-incident-energy(node-count)
           end-if
           compute boundary-mm rounded =
                    function sqrt(512000 * nde-volts(node-count)
                                  / 1000 * fault-ka
                                  * nde-clear-seconds(node-count)
                                  / boundary-energy)
           compute nde-boundary-inches(node-count) rounded =
                    boundary-mm / 25.4
           evaluate true
              when energy-work is not greater than 1.2
                 move "0" to nde-ppe-category(node-count)
              when energy-work is not greater than 4
                 move "1" to nde-ppe-category(node-count)
              when energy-work is not greater than 8
                 move "2" to nde-ppe-category(node-count)
              when energy-work is not greater than 25
                 move "3" to nde-ppe-category(node-count)
              when energy-work is not greater than 40
                 move "4" to nde-ppe-category(node-count)
              when other
                 move "D" to nde-ppe-category(node-count)
                 add 1 to no-safe-ppe-count
           end-evaluate
           if fault-ka is greater than nde-rating-ka(node-count) then
              add 1 to over-rating-count
           end-if.

       600-study-report.
           display spaces
           display "--------  AVAILABLE FAULT CURRENT AND INCIDENT"
                   " ENERGY BY PANEL  --------"
           display "PANEL    FED FROM VOLTS PH  MAIN  Z OHMS     "
                   " FAULT KA RATED  CLEAR S  CAL/CM2 BOUNDARY PPE"
           perform 610-report-one-panel
                   varying node-idx from 1 by 1
                   until node-idx > node-count
           if panels-studied-count is equal to zero then
              display "  (NO PANELS ON THE ONE-LINE)"
           end-if.

       610-report-one-panel.
           if nde-panel(node-idx) then
              move nde-z-ohms(node-idx) to ohms-out
              compute fault-ka rounded =
                       nde-fault-amps(node-idx) / 1000
              move fault-ka to ka-out
              move nde-clear-seconds(node-idx) to cycles-out
              move nde-incident-energy(node-idx) to energy-out
              move nde-boundary-inches(node-idx) to inches-out
              display nde-node-id(node-idx) " "
                      nde-fed-from(node-idx) " "
                      nde-volts(node-idx) "  "
                      nde-system(node-idx) "  "
                      nde-main-amps(node-idx) " "
                      ohms-out "  " ka-out "   "
                      nde-rating-ka(node-idx) "   " cycles-out
                      "   " energy-out "  " inches-out " IN  "
                      nde-ppe-category(node-idx)
              if fault-ka is greater than nde-rating-ka(node-idx)
                 then
                 display "  *** " nde-node-id(node-idx)
                         " AVAILABLE FAULT EXCEEDS ITS "
                         nde-rating-ka(node-idx) " KA RATING ***"
              end-if
              if nde-ppe-category(node-idx) is equal to "D" then
                 display "  *** " nde-node-id(node-idx)
                         " OVER 40 CAL/CM2 - NO SAFE PPE CATEGORY,"
                         " DE-ENERGIZE TO WORK ***"
              end-if
              if not nde-on-schedule(node-idx) then
                 display "  (" nde-node-id(node-idx)
                         " NOT ON THE PANEL SCHEDULES - SOURCE"
                         " VOLTAGE USED)"
              end-if
           end-if.

       700-write-labels.
           open output label-file
           if not label-ok then
              display "ARCLABEL NOT AVAILABLE - NO LABELS WRITTEN"
           else
              perform 710-write-one-label
                      varying node-idx from 1 by 1
                      until node-idx > node-count
              close label-file
           end-if.

       710-write-one-label.
           if nde-panel(node-idx) then
              move spaces to label-record
              move nde-node-id(node-idx) to lbl-panel-id
              move nde-volts(node-idx) to lbl-volts
              move nde-system(node-idx) to lbl-system
              compute lbl-fault-ka rounded =
                       nde-fault-amps(node-idx) / 1000
              move nde-incident-energy(node-idx) to
                   lbl-incident-energy
              move working-distance-in to lbl-working-distance
              move nde-boundary-inches(node-idx) to
                   lbl-boundary-inches
              move nde-ppe-category(node-idx) to lbl-ppe-category
              move dt-yyyymmdd to lbl-study-date
              move nde-fed-from(node-idx) to lbl-fed-from
              write label-record
              add 1 to labels-written-count
           end-if.
