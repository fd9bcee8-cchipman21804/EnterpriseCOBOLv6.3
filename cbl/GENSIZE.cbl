       identification division.
       program-id.    gensize.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *        Standby Generator Sizing and Load-Step Check            *
      *                                                                *
      ******************************************************************
      *
      * Every piece of equipment added to an emergency panel raised
      * the same question -- can the standby generator still carry
      * it? -- and the answer was worked by hand from numbers the
      * shop already keeps.  This batch works it from them:
      *
      *   - the panels come from PANELCLC's CIRCUITS file, every P
      *     card marked E (emergency) or S (standby) with all of its
      *     C cards; normal-power panels are passed over;
      *   - the GENSTEP deck says which loads transfer in which
      *     step: a whole panel, or one circuit of it.  A circuit
      *     card may name the motor's equipment tag, and the
      *     nameplate comes from the MOTORMST registry through
      *     MOTRLKUP; locked-rotor current is six times FLA, as in
      *     MOTRDIP, and a reduced-voltage start draws 45 percent of
      *     it.  A motor circuit with no tag starts at six times its
      *     scheduled VA.  Circuits of a marked panel that no step
      *     card names transfer in step 1;
      *   - each step shows the running kW and kVA it adds, the
      *     running total after it, the starting kVA it throws at
      *     the set (motor starting kVA plus the rest of the step's
      *     load) and the starting kVA of its largest motor;
      *   - the voltage dip of each step is figured from the set's
      *     rating and subtransient reactance:
      *        dip % = 100 * Xd'' * Sstart / (Sgen + Xd'' * Sstart)
      *     and held against the dip limit (default 15 percent);
      *   - the minimum set is the smallest standard kW rating that
      *     carries the running total at 0.8 power factor and holds
      *     every step's dip to the limit.  With an existing set on
      *     the G card, each step is checked against it and the run
      *     says whether the set still passes.
      *
      * Load running kW is the scheduled VA at a power factor by
      * load type: lighting 0.95, receptacle 0.90, motor 0.85,
      * heating 1.00, kitchen 0.95, other 0.90.
      *
      * Step deck (GENSTEP):
      *   G existing-kw(5: blank to size only) xd(4: per unit, e.g.
      *     0.15, default 0.15) volts(4) dip-limit(4: percent,
      *     default 15.0) generator-id(8)
      *   L step(2) panel-id(8) circuit(3: blank for every circuit
      *     of the panel not named on its own card) motor-tag(10)
      *     start(1: A across the line, R reduced voltage)
      *   with one space between fields.
      *
      * Return code 4 when the existing set fails a step, 8 when no
      * emergency or standby panel was found.
      *
      ******************************************************************
      *
      *                Job Control Language
      *
      *//GENSIZE  JOB 1,NOTIFY=&SYSUID
      *//***************************************************/
      *//COBRUN  EXEC IGYWCL
      *//COBOL.SYSIN  DD DSN=&SYSUID..CBL(GENSIZE),DISP=SHR
      *//LKED.SYSLMOD DD DSN=&SYSUID..LOAD(GENSIZE),DISP=SHR
      *//***************************************************/
      *// IF RC = 0 THEN
      *//***************************************************/
      *//RUN     EXEC PGM=GENSIZE
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//CIRCUITS  DD DSN=&SYSUID..INPUT(CIRCUITS),DISP=SHR
      *//GENSTEP   DD DSN=&SYSUID..INPUT(GENSTEP),DISP=SHR
      *//MOTORMST  DD DSN=&SYSUID..MOTORMST(0),DISP=SHR
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=5000
      *//***************************************************/
      *// ELSE
      *// ENDIF
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select circuits-file assign to CIRCUITS
                    organization is sequential
                    file status is circuits-status.
      *
           select step-file assign to GENSTEP
                    organization is sequential
                    file status is step-status.

       data division.
       file section.
      *
      * PANELCLC's circuits file; only the columns used here.
       fd  circuits-file record contains 80 characters
                         recording mode f.
       01  circuits-card.
           02 ckc-card-type                    pic x.
           02 filler                           pic x.
           02 ckc-panel-id                     pic x(8).
           02 filler                           pic x(70).
       01  panel-header-card redefines circuits-card.
           02 filler                           pic x(48).
           02 phc-power-class                  pic x.
              88 phc-generator-panel           value "E" "S".
           02 filler                           pic x(31).
       01  circuit-detail-card redefines circuits-card.
           02 filler                           pic x(11).
           02 cdc-circuit-no                   pic x(3).
           02 filler                           pic x.
           02 cdc-description                  pic x(20).
           02 filler                           pic x.
           02 cdc-va-in                        pic x(6).
           02 filler                           pic x.
           02 cdc-phase                        pic x.
           02 filler                           pic x.
           02 cdc-load-type                    pic x.
           02 filler                           pic x(34).
      *
       fd  step-file record contains 80 characters
                     recording mode f.
       01  step-card.
           02 stc-card-type                    pic x.
           02 filler                           pic x(79).
       01  generator-card redefines step-card.
           02 filler                           pic xx.
           02 gnc-existing-kw-in               pic x(5).
           02 filler                           pic x.
           02 gnc-xd-in                        pic x(4).
           02 filler                           pic x.
           02 gnc-volts-in                     pic x(4).
           02 filler                           pic x.
           02 gnc-dip-limit-in                 pic x(4).
           02 filler                           pic x.
           02 gnc-generator-id                 pic x(8).
           02 filler                           pic x(49).
       01  load-step-card redefines step-card.
           02 filler                           pic xx.
           02 lsc-step-in                      pic x(2).
           02 filler                           pic x.
           02 lsc-panel-id                     pic x(8).
           02 filler                           pic x.
           02 lsc-circuit-no                   pic x(3).
           02 filler                           pic x.
           02 lsc-motor-tag                    pic x(10).
           02 filler                           pic x.
           02 lsc-start-method                 pic x.
              88 lsc-valid-start-method        value "A" "R" " ".
           02 filler                           pic x(50).

       working-storage section.

       01 circuits-status                      pic xx value "00".
           88 circuits-ok                      value "00".
       01 step-status                          pic xx value "00".
           88 step-ok                          value "00".
       01 file-eof-sw                          pic x.
           88 file-eof                         value "Y".
       01 match-sw                             pic x.
           88 match-found                      value "Y".
       01 generator-panel-sw                   pic x value "N".
           88 in-generator-panel               value "Y".

      * The circuits of the emergency and standby panels, with the
      * step each transfers in and what it draws.
       01 circuit-count                        pic 999 value zero.
       01 circuit-idx                          pic 999.
       01 circuit-table.
           02 circuit-entry occurs 400 times.
              03 cte-panel-id                  pic x(8).
              03 cte-circuit-no                pic x(3).
              03 cte-description               pic x(20).
              03 cte-load-type                 pic x.
              03 cte-va                        pic 9(6).
              03 cte-step                      pic 99.
              03 cte-motor-tag                 pic x(10).
              03 cte-start-method              pic x.
              03 cte-run-kva                   pic 9(5)v99.
              03 cte-run-kw                    pic 9(5)v99.
              03 cte-start-kva                 pic 9(5)v99.

       01 panel-count                          pic 99 value zero.
       01 panel-idx                            pic 99.
       01 panel-table.
           02 panel-entry occurs 50 times.
              03 pnl-panel-id                  pic x(8).
              03 pnl-power-class               pic x.

      * Step cards are held until the circuits are in, then applied
      * circuit cards first so a whole-panel card takes the rest.
       01 step-card-count                      pic 999 value zero.
       01 step-card-idx                        pic 999.
       01 step-card-table.
           02 step-card-entry occurs 200 times.
              03 sce-step                      pic 99.
              03 sce-panel-id                  pic x(8).
              03 sce-circuit-no                pic x(3).
              03 sce-motor-tag                 pic x(10).
              03 sce-start-method              pic x.

      * Per-step totals.
       01 step-count                           pic 99 value zero.
       01 step-idx                             pic 99.
       01 step-table.
           02 step-entry occurs 20 times.
              03 ste-run-kw                    pic 9(6)v99.
              03 ste-run-kva                   pic 9(6)v99.
              03 ste-start-kva                 pic 9(6)v99.
              03 ste-largest-motor-kva         pic 9(6)v99.
              03 ste-largest-motor             pic x(20).
              03 ste-circuits                  pic 999.

      * The generator.
       01 existing-kw                          pic 9(5) value zero.
       01 subtransient-xd                      pic 9v99 value 0.15.
       01 generator-volts                      pic 9(4) value 480.
       01 dip-limit-pct                        pic 99v9 value 15.0.
       01 generator-id                         pic x(8) value spaces.
       01 generator-pf                         pic 9v9 value 0.8.

      * Standard set ratings, kW at 0.8 power factor.
       01 standard-ratings.
           02 filler pic 9(4) value 0020.
           02 filler pic 9(4) value 0030.
           02 filler pic 9(4) value 0040.
           02 filler pic 9(4) value 0050.
           02 filler pic 9(4) value 0060.
           02 filler pic 9(4) value 0080.
           02 filler pic 9(4) value 0100.
           02 filler pic 9(4) value 0125.
           02 filler pic 9(4) value 0150.
           02 filler pic 9(4) value 0175.
           02 filler pic 9(4) value 0200.
           02 filler pic 9(4) value 0250.
           02 filler pic 9(4) value 0300.
           02 filler pic 9(4) value 0350.
           02 filler pic 9(4) value 0400.
           02 filler pic 9(4) value 0500.
           02 filler pic 9(4) value 0600.
           02 filler pic 9(4) value 0750.
           02 filler pic 9(4) value 0800.
           02 filler pic 9(4) value 1000.
           02 filler pic 9(4) value 1250.
           02 filler pic 9(4) value 1500.
           02 filler pic 9(4) value 1750.
           02 filler pic 9(4) value 2000.
           02 filler pic 9(4) value 2500.
           02 filler pic 9(4) value 3000.
       01 standard-rating-table redefines standard-ratings.
           02 standard-kw occurs 26 times      pic 9(4).
       01 rating-idx                           pic 99.

      * Running power factor by load type, in PANELCLC's L R M H K O
      * order.
       01 load-type-codes                      pic x(6) value "LRMHKO".
       01 load-type-pf-values.
           02 filler pic 9v99 value 0.95.
           02 filler pic 9v99 value 0.90.
           02 filler pic 9v99 value 0.85.
           02 filler pic 9v99 value 1.00.
           02 filler pic 9v99 value 0.95.
           02 filler pic 9v99 value 0.90.
       01 load-type-pf-table redefines load-type-pf-values.
           02 load-type-pf occurs 6 times      pic 9v99.
       01 type-idx                             pic 9.
       01 circuit-pf                           pic 9v99.

      * MOTRLKUP nameplate for a tagged motor circuit.
       01 reg-equip-tag                        pic x(10).
       01 reg-found-flag                       pic x.
           88 registry-found                   value "Y".
       01 reg-hp                               pic 9(3)v99.
       01 reg-voltage                          pic 9(4).
       01 reg-phase                            pic 9.
       01 reg-fla                              pic 9(3)v99.
       01 reg-service-factor                   pic 9v99.
       01 locked-rotor-amps                    pic 9(5)v99.
       01 reduced-voltage-factor               pic 9v99 value 0.45.

      * Totals and sizing.
       01 cumulative-kw                        pic 9(6)v99.
       01 cumulative-kva                       pic 9(6)v99.
       01 needed-kva                           pic 9(6)v99 value zero.
       01 needed-kw                            pic 9(6)v99 value zero.
       01 dip-kva-needed                       pic 9(6)v99.
       01 recommended-kw                       pic 9(4) value zero.
       01 check-kva                            pic 9(6)v99.
       01 step-dip-pct                         pic 999v99.
       01 step-fails-sw                        pic x.
           88 step-fails                       value "Y".
       01 existing-fails-sw                    pic x value "N".
           88 existing-fails                   value "Y".
       01 unassigned-count                     pic 999 value zero.
       01 cards-rejected-count                 pic 999 value zero.
       01 reject-reason                        pic x(40).
       01 step-in                              pic 99.

       01 kw-out                               pic zz,zz9.9.
       01 kva-out                              pic zz,zz9.9.
       01 cum-kw-out                           pic zz,zz9.9.
       01 cum-kva-out                          pic zz,zz9.9.
       01 start-out                            pic zz,zz9.9.
       01 motor-out                            pic zz,zz9.9.
       01 pct-out                              pic zz9.99.
       01 rating-out                           pic z,zz9.
       01 step-out                             pic z9.
       01 xd-out                               pic 9.99.
       01 limit-out                            pic z9.9.

       01 runlog-event                         pic x.
       01 runlog-pgm                           pic x(8)
                                               value "GENSIZE".
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  STANDBY GENERATOR SIZING  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-load-circuits
           if circuit-count is equal to zero then
              display "NO EMERGENCY OR STANDBY CIRCUITS ON CIRCUITS"
                      " - NOTHING TO SIZE"
              move 8 to return-code
              move "NO GENERATOR PANELS" to runlog-condition
           else
              perform 300-load-step-deck
              perform 400-assign-steps
              perform 500-circuit-loads
                      varying circuit-idx from 1 by 1
                      until circuit-idx > circuit-count
              perform 550-total-steps
              perform 600-minimum-set
              perform 700-step-report
              perform 800-verdict
           end-if
           move "E" to runlog-event
           move circuit-count to runlog-read
           move step-count to runlog-written
           move cards-rejected-count to runlog-rejected
           move return-code to runlog-return-code
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  GENERATOR SIZING ENDS  ********"
           stop run.

      ******************************************************************
      * The E and S panels and their circuits.  A C card follows its
      * panel's P card, so the last P card says whether it counts.
      ******************************************************************
       200-load-circuits.
           open input circuits-file
           if not circuits-ok then
              display "CIRCUITS NOT AVAILABLE - NO PANELS TO SIZE FROM"
           else
              move "N" to file-eof-sw
              perform 210-read-circuits-card until file-eof
              close circuits-file
           end-if
           display "GENERATOR PANELS: " panel-count
                   "   CIRCUITS: " circuit-count.

       210-read-circuits-card.
           read circuits-file
              at end set file-eof to true
              not at end perform 220-route-circuits-card
           end-read.

       220-route-circuits-card.
           evaluate ckc-card-type
              when "P"
                 move "N" to generator-panel-sw
                 if phc-generator-panel and panel-count < 50 then
                    set in-generator-panel to true
                    add 1 to panel-count
                    move ckc-panel-id to pnl-panel-id(panel-count)
                    move phc-power-class to
                         pnl-power-class(panel-count)
                 end-if
              when "C"
                 if in-generator-panel then
                    perform 230-store-circuit
                 end-if
              when other
                 continue
           end-evaluate.

       230-store-circuit.
           if function test-numval(cdc-va-in) is not equal to zero
              then
              add 1 to cards-rejected-count
              display "C CARD SKIPPED - VA NOT NUMERIC: "
                      ckc-panel-id " " cdc-circuit-no
           else
           if circuit-count is not less than 400 then
              add 1 to cards-rejected-count
              display "CIRCUIT TABLE FULL - " ckc-panel-id " "
                      cdc-circuit-no " SKIPPED"
           else
              add 1 to circuit-count
              move ckc-panel-id to cte-panel-id(circuit-count)
              move cdc-circuit-no to cte-circuit-no(circuit-count)
              move cdc-description to cte-description(circuit-count)
              move cdc-load-type to cte-load-type(circuit-count)
              compute cte-va(circuit-count) =
                       function numval(cdc-va-in)
              move zero to cte-step(circuit-count)
              move spaces to cte-motor-tag(circuit-count)
              move "A" to cte-start-method(circuit-count)
           end-if
           end-if.

      ******************************************************************
      * The generator card and the load-step cards.
      ******************************************************************
       300-load-step-deck.
           open input step-file
           if not step-ok then
              display "GENSTEP NOT AVAILABLE - EVERY CIRCUIT"
                      " TRANSFERS IN STEP 1"
           else
              move "N" to file-eof-sw
              perform 310-read-step-card until file-eof
              close step-file
           end-if
           if existing-kw is greater than zero then
              display "EXISTING SET " generator-id " "
                      existing-kw " KW"
           end-if
           move subtransient-xd to xd-out
           move dip-limit-pct to limit-out
           display "SUBTRANSIENT XD'' " xd-out
                   "   DIP LIMIT " limit-out " PERCENT".

       310-read-step-card.
           read step-file
              at end set file-eof to true
              not at end
                 evaluate stc-card-type
                    when "G" perform 320-take-generator-card
                    when "L" perform 330-take-load-step-card
                    when other
                       add 1 to cards-rejected-count
                       display "GENSTEP CARD REJECTED - TYPE MUST BE"
                               " G OR L: " step-card(1:30)
                 end-evaluate
           end-read.

       320-take-generator-card.
           if gnc-existing-kw-in is not equal to spaces and
              function test-numval(gnc-existing-kw-in) is equal to
              zero then
              compute existing-kw = function numval(gnc-existing-kw-in)
           end-if
           if gnc-xd-in is not equal to spaces and
              function test-numval(gnc-xd-in) is equal to zero then
              compute subtransient-xd = function numval(gnc-xd-in)
           end-if
           if gnc-volts-in is not equal to spaces and
              function test-numval(gnc-volts-in) is equal to zero then
              compute generator-volts = function numval(gnc-volts-in)
           end-if
           if gnc-dip-limit-in is not equal to spaces and
              function test-numval(gnc-dip-limit-in) is equal to zero
              then
              compute dip-limit-pct =
                       function numval(gnc-dip-limit-in)
           end-if
           move gnc-generator-id to generator-id
           if subtransient-xd is equal to zero or
              dip-limit-pct is equal to zero then
              display "G CARD XD'' OR DIP LIMIT ZERO - DEFAULTS USED"
              move 0.15 to subtransient-xd
              move 15.0 to dip-limit-pct
           end-if.

       330-take-load-step-card.
           move spaces to reject-reason
           evaluate true
              when lsc-step-in is not numeric or
                   lsc-step-in is equal to "00" or
                   lsc-step-in is greater than "20"
                 move "STEP MUST BE 01-20" to reject-reason
              when not lsc-valid-start-method
                 move "START MUST BE A OR R" to reject-reason
              when step-card-count is not less than 200
                 move "STEP CARD TABLE FULL" to reject-reason
              when other
                 perform 335-find-step-panel
                 if not match-found then
                    move "PANEL NOT MARKED E OR S ON CIRCUITS" to
                         reject-reason
                 end-if
           end-evaluate
           if reject-reason is not equal to spaces then
              add 1 to cards-rejected-count
              display "L CARD REJECTED - "
                      function trim(reject-reason) ": "
                      step-card(1:30)
           else
              add 1 to step-card-count
              move lsc-step-in to sce-step(step-card-count)
              move lsc-panel-id to sce-panel-id(step-card-count)
              move lsc-circuit-no to sce-circuit-no(step-card-count)
              move lsc-motor-tag to sce-motor-tag(step-card-count)
              move lsc-start-method to
                   sce-start-method(step-card-count)
              if lsc-start-method is equal to space then
                 move "A" to sce-start-method(step-card-count)
              end-if
           end-if.

       335-find-step-panel.
           move "N" to match-sw
           perform 337-check-one-panel
                   varying panel-idx from 1 by 1
                   until panel-idx > panel-count or match-found.

       337-check-one-panel.
           if pnl-panel-id(panel-idx) is equal to lsc-panel-id then
              set match-found to true
           end-if.

      * Circuit cards first, then whole-panel cards on whatever the
      * circuit cards left; anything still unassigned goes in step 1.
       400-assign-steps.
           perform 410-apply-circuit-card
                   varying step-card-idx from 1 by 1
                   until step-card-idx > step-card-count
           perform 430-apply-panel-card
                   varying step-card-idx from 1 by 1
                   until step-card-idx > step-card-count
           perform 450-default-step
                   varying circuit-idx from 1 by 1
                   until circuit-idx > circuit-count
           if unassigned-count is greater than zero then
              display unassigned-count " CIRCUIT(S) NOT ON A STEP"
                      " CARD TRANSFER IN STEP 1"
           end-if.

       410-apply-circuit-card.
           if sce-circuit-no(step-card-idx) is not equal to spaces
              then
              move "N" to match-sw
              perform 415-match-circuit-card
                      varying circuit-idx from 1 by 1
                      until circuit-idx > circuit-count
                      or match-found
              if not match-found then
                 add 1 to cards-rejected-count
                 display "L CARD REJECTED - NO CIRCUIT "
                         sce-circuit-no(step-card-idx) " ON PANEL "
                         sce-panel-id(step-card-idx)
              end-if
           end-if.

       415-match-circuit-card.
           if cte-panel-id(circuit-idx) is equal to
              sce-panel-id(step-card-idx) and
              cte-circuit-no(circuit-idx) is equal to
              sce-circuit-no(step-card-idx) then
              set match-found to true
              move sce-step(step-card-idx) to cte-step(circuit-idx)
              move sce-motor-tag(step-card-idx) to
                   cte-motor-tag(circuit-idx)
              move sce-start-method(step-card-idx) to
                   cte-start-method(circuit-idx)
           end-if.

       430-apply-panel-card.
           if sce-circuit-no(step-card-idx) is equal to spaces then
              perform 435-take-panel-circuit
                      varying circuit-idx from 1 by 1
                      until circuit-idx > circuit-count
           end-if.

       435-take-panel-circuit.
           if cte-panel-id(circuit-idx) is equal to
              sce-panel-id(step-card-idx) and
              cte-step(circuit-idx) is equal to zero then
              move sce-step(step-card-idx) to cte-step(circuit-idx)
              move sce-start-method(step-card-idx) to
                   cte-start-method(circuit-idx)
           end-if.

       450-default-step.
           if cte-step(circuit-idx) is equal to zero then
              move 1 to cte-step(circuit-idx)
              add 1 to unassigned-count
           end-if
           if cte-step(circuit-idx) is greater than step-count then
              move cte-step(circuit-idx) to step-count
           end-if.

      ******************************************************************
      * What one circuit draws running and starting.
      ******************************************************************
       500-circuit-loads.
           move 0.90 to circuit-pf
           move 1 to type-idx
           perform 510-find-load-type
                   until type-idx > 6 or
                   load-type-codes(type-idx:1) is equal to
                   cte-load-type(circuit-idx)
           if type-idx is not greater than 6 then
              move load-type-pf(type-idx) to circuit-pf
           end-if
           compute cte-run-kva(circuit-idx) rounded =
                    cte-va(circuit-idx) / 1000
           compute cte-run-kw(circuit-idx) rounded =
                    cte-run-kva(circuit-idx) * circuit-pf
           move cte-run-kva(circuit-idx) to cte-start-kva(circuit-idx)
           if cte-load-type(circuit-idx) is equal to "M" then
              perform 520-motor-starting-kva
           end-if.

       510-find-load-type.
           add 1 to type-idx.

      * Locked rotor from the nameplate where the motor is tagged,
      * six times the scheduled load where it is not.
       520-motor-starting-kva.
           move "N" to reg-found-flag
           if cte-motor-tag(circuit-idx) is not equal to spaces then
              move cte-motor-tag(circuit-idx) to reg-equip-tag
              call "MOTRLKUP" using reg-equip-tag, reg-found-flag,
                   reg-hp, reg-voltage, reg-phase, reg-fla,
                   reg-service-factor
              if not registry-found then
                 display "MOTOR " cte-motor-tag(circuit-idx)
                         " NOT ON MOTORMST - STARTING AT SIX TIMES"
                         " THE SCHEDULED LOAD"
              end-if
           end-if
           if registry-found then
              compute locked-rotor-amps rounded = reg-fla * 6
              if reg-phase is equal to 3 then
                 compute cte-start-kva(circuit-idx) rounded =
                          locked-rotor-amps * reg-voltage * 1.732
                          / 1000
              else
                 compute cte-start-kva(circuit-idx) rounded =
                          locked-rotor-amps * reg-voltage / 1000
              end-if
           else
              compute cte-start-kva(circuit-idx) rounded =
                       cte-run-kva(circuit-idx) * 6
           end-if
           if cte-start-method(circuit-idx) is equal to "R" then
              compute cte-start-kva(circuit-idx) rounded =
                       cte-start-kva(circuit-idx) *
                       reduced-voltage-factor
           end-if.

       550-total-steps.
           perform 555-clear-one-step
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           perform 560-post-one-circuit
                   varying circuit-idx from 1 by 1
                   until circuit-idx > circuit-count.

       555-clear-one-step.
           move zero to ste-run-kw(step-idx) ste-run-kva(step-idx)
                        ste-start-kva(step-idx)
                        ste-largest-motor-kva(step-idx)
                        ste-circuits(step-idx)
           move spaces to ste-largest-motor(step-idx).

       560-post-one-circuit.
           move cte-step(circuit-idx) to step-idx
           add 1 to ste-circuits(step-idx)
           add cte-run-kw(circuit-idx) to ste-run-kw(step-idx)
           add cte-run-kva(circuit-idx) to ste-run-kva(step-idx)
           add cte-start-kva(circuit-idx) to ste-start-kva(step-idx)
           if cte-load-type(circuit-idx) is equal to "M" and
              cte-start-kva(circuit-idx) is greater than
              ste-largest-motor-kva(step-idx) then
              move cte-start-kva(circuit-idx) to
                   ste-largest-motor-kva(step-idx)
              if cte-motor-tag(circuit-idx) is not equal to spaces
                 then
                 move cte-motor-tag(circuit-idx) to
                      ste-largest-motor(step-idx)
              else
                 move cte-description(circuit-idx) to
                      ste-largest-motor(step-idx)
              end-if
           end-if.

      ******************************************************************
      * The smallest standard set that carries the running total and
      * holds every step's dip:  Sgen >= Xd'' * Sstart * (100 - L) / L
      ******************************************************************
       600-minimum-set.
           move zero to cumulative-kw cumulative-kva
           perform 610-size-one-step
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           if cumulative-kva is greater than needed-kva then
              move cumulative-kva to needed-kva
           end-if
           compute needed-kw rounded = needed-kva * generator-pf
           if cumulative-kw is greater than needed-kw then
              move cumulative-kw to needed-kw
           end-if
           move 1 to rating-idx
           perform 620-next-rating
                   until rating-idx > 26 or
                   standard-kw(rating-idx) is not less than needed-kw
           if rating-idx is greater than 26 then
              move zero to recommended-kw
           else
              move standard-kw(rating-idx) to recommended-kw
           end-if.

       610-size-one-step.
           add ste-run-kw(step-idx) to cumulative-kw
           add ste-run-kva(step-idx) to cumulative-kva
           compute dip-kva-needed rounded =
                    subtransient-xd * ste-start-kva(step-idx) *
                    (100 - dip-limit-pct) / dip-limit-pct
           if dip-kva-needed is greater than needed-kva then
              move dip-kva-needed to needed-kva
           end-if.

       620-next-rating.
           add 1 to rating-idx.

      ******************************************************************
      * The step table, each dip figured on the existing set where
      * there is one and on the recommended set otherwise.
      ******************************************************************
       700-step-report.
           if existing-kw is greater than zero then
              compute check-kva rounded = existing-kw / generator-pf
              move existing-kw to rating-out
              display spaces
              display "--------  LOAD STEPS ON THE EXISTING "
                      rating-out " KW SET  --------"
           else
              compute check-kva rounded =
                       recommended-kw / generator-pf
              move recommended-kw to rating-out
              display spaces
              display "--------  LOAD STEPS ON A " rating-out
                      " KW SET  --------"
           end-if
           display "STEP CKTS  RUN KW   RUN KVA  TOTAL KW TOTAL KVA"
                   " START KVA LARGEST MOTOR KVA    DIP %"
           move zero to cumulative-kw cumulative-kva
           perform 710-one-step-line
                   varying step-idx from 1 by 1
                   until step-idx > step-count.

       710-one-step-line.
           add ste-run-kw(step-idx) to cumulative-kw
           add ste-run-kva(step-idx) to cumulative-kva
           move "N" to step-fails-sw
           if check-kva is greater than zero then
              compute step-dip-pct rounded =
                       100 * subtransient-xd * ste-start-kva(step-idx)
                       / (check-kva + subtransient-xd *
                          ste-start-kva(step-idx))
           else
              move 100 to step-dip-pct
           end-if
           move step-idx to step-out
           move ste-run-kw(step-idx) to kw-out
           move ste-run-kva(step-idx) to kva-out
           move cumulative-kw to cum-kw-out
           move cumulative-kva to cum-kva-out
           move ste-start-kva(step-idx) to start-out
           move ste-largest-motor-kva(step-idx) to motor-out
           move step-dip-pct to pct-out
           display "  " step-out " " ste-circuits(step-idx) " "
                   kw-out " " kva-out " " cum-kw-out " "
                   cum-kva-out " " start-out " "
                   ste-largest-motor(step-idx)(1:10) motor-out
                   "  " pct-out
           if step-dip-pct is greater than dip-limit-pct then
              set step-fails to true
              move dip-limit-pct to limit-out
              display "         *** DIP OVER THE " limit-out
                      " PERCENT LIMIT ***"
           end-if
           if cumulative-kva is greater than check-kva or
              cumulative-kw is greater than check-kva * generator-pf
              then
              set step-fails to true
              display "         *** RUNNING LOAD OVER THE SET"
                      " RATING ***"
           end-if
           if step-fails and existing-kw is greater than zero then
              set existing-fails to true
           end-if.

       800-verdict.
           display spaces
           move cumulative-kw to cum-kw-out
           move cumulative-kva to cum-kva-out
           display "TOTAL RUNNING LOAD : " cum-kw-out " KW  "
                   cum-kva-out " KVA"
           move needed-kw to kw-out
           display "MINIMUM CAPACITY   : " kw-out " KW AT 0.8 PF"
           if recommended-kw is equal to zero then
              display "MINIMUM SET SIZE   : OVER THE LARGEST SINGLE"
                      " SET - PARALLEL SETS NEEDED"
           else
              move recommended-kw to rating-out
              display "MINIMUM SET SIZE   : " rating-out " KW"
           end-if
           if existing-kw is greater than zero then
              move existing-kw to rating-out
              if existing-fails then
                 display "EXISTING " rating-out " KW SET "
                         generator-id " DOES NOT CARRY THE LOAD STEPS"
                 move 4 to return-code
                 move "EXISTING SET FAILS" to runlog-condition
              else
                 display "EXISTING " rating-out " KW SET "
                         generator-id " STILL PASSES"
              end-if
           end-if.
