      * multiple named calendars - league office, bank, venue - so
      * ops maintain dates without touching code. Spaces in
      * DTS-Calendar-Id keeps the old behavior: the LEAGUE calendar.
      * HOLI answers whether one date is on a named calendar, so a
      * caller that books dates (the schedule generator skipping
      * VENUE blackout nights) asks the same table BDIF walks.
      * PERD and PRID answer league-week and accounting-period
      * questions off the PERIODS dataset, loaded once on the first
      * period call, so no report invents its own week or month
      * rule. Each named period set is sorted by start date and
      * checked for overlaps, gaps, and repeated period ids as it
      * loads; a set that fails is refused outright rather than
      * answering with a period that may be wrong.
      *****************************************************************
       Environment Division.
       Input-Output Section.
              Organization sequential
              Access Sequential
              File Status Holiday-File-Status.
           SELECT Period-File
              ASSIGN to "PERIODS"
              Organization sequential
              Access Sequential
              File Status Period-File-Status.

       Data Division.
       File Section.
           05  HOL-Date redefines HOL-Date-X
                                     pic 9(08).
           05  filler                pic x(64).
       FD  Period-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Period-File-Record.
       01  Period-File-Record.
           05  PER-Set-Id            pic x(08).
           05  PER-Period-Id         pic x(08).
           05  PER-Start-X           pic x(08).
           05  PER-Start redefines PER-Start-X
                                     pic 9(08).
           05  PER-End-X             pic x(08).
           05  PER-End redefines PER-End-X
                                     pic 9(08).
           05  filler                pic x(48).

       Working-Storage Section.
       01  Holiday-File-Status       pic x(02).
           88  Holiday-File-OK       value "00".
           88  Holiday-File-EOF      value "10".
           88  Holiday-File-Missing  value "35".
       01  Period-File-Status        pic x(02).
           88  Period-File-OK        value "00".
           88  Period-File-EOF       value "10".
           88  Period-File-Missing   value "35".

       01  Date-and-Time.
           05  DT-Year               pic 9(04).
                  depending on CalendarCount.
               10  CL-Calendar-Id     pic x(08).

      * loaded from PERIODS on the first period call, kept in set
      * and start-date order for the life of the load module
       01  Period-Load-Vars.
           05  Periods-Loaded-Flag    pic x value "N".
               88  Periods-Loaded     value "Y".
           05  PeriodCount            pic 9(03) value zero.
           05  Period-Ix              pic 9(03) value zero.
           05  Other-Period-Ix        pic 9(03) value zero.
           05  Place-Ix               pic 9(03) value zero.
           05  Prev-Ix                pic 9(03) value zero.
           05  Place-Done-Flag        pic x value "N".
               88  Place-Done         value "Y".
           05  PeriodSetCount         pic 9(02) value zero.
           05  Set-Ix                 pic 9(02) value zero.
           05  Found-Set-Ix           pic 9(02) value zero.
           05  Period-Date-Int        pic s9(08).
           05  Found-Period-Flag      pic x value "N".
               88  Period-Found       value "Y".
       01  New-Period.
           05  NP-Set-Id              pic x(08).
           05  NP-Period-Id           pic x(08).
           05  NP-Start               pic 9(08).
           05  NP-End                 pic 9(08).
           05  NP-Start-Int           pic s9(08).
           05  NP-End-Int             pic s9(08).
       01  Period-Table.
           05  Period-Entry occurs 1 to 600 times
                  depending on PeriodCount.
               10  PT-Set-Id          pic x(08).
               10  PT-Period-Id       pic x(08).
               10  PT-Start           pic 9(08).
               10  PT-End             pic 9(08).
               10  PT-Start-Int       pic s9(08).
               10  PT-End-Int         pic s9(08).
       01  Period-Set-List.
           05  Period-Set-Entry occurs 1 to 20 times
                  depending on PeriodSetCount.
               10  PS-Set-Id          pic x(08).
               10  PS-Valid-Flag      pic x.
                   88  PS-Valid       value "Y".

       01  Timezone-Values.
           05  filler pic x(8)   value "UTC".
           05  filler pic s9(4)  value 0.
                 end-if
              WHEN DTS-Func-Zone
                 perform Convert-To-Zone
              WHEN DTS-Func-Holiday
                 perform Check-Date-1
                 if DTS-OK
                    perform Resolve-Calendar
                 end-if
                 if DTS-OK
                    perform Holiday-Check
                 end-if
              WHEN DTS-Func-Period
                 perform Check-Date-1
                 if DTS-OK
                    perform Resolve-Period-Set
                 end-if
                 if DTS-OK
                    perform Period-Of-Date
                 end-if
              WHEN DTS-Func-Period-Id
                 perform Resolve-Period-Set
                 if DTS-OK
                    perform Period-By-Id
                 end-if
              WHEN other
                 move 1 to DTS-Status
           END-EVALUATE
           end-if
           .

       Ensure-Periods-Loaded.
           if not Periods-Loaded
              move "Y" to Periods-Loaded-Flag
              open input Period-File
              if Period-File-Missing
                 display "DTSRV: no PERIODS dataset - no period "
                    "sets available"
              else
                 read Period-File
                 perform with test before
                    until not Period-File-OK
                    or PeriodCount >= 600
                    perform Load-One-Period
                    read Period-File
                 end-perform
                 if Period-File-OK
                    display "DTSRV: period table full at "
                       PeriodCount " - PERIODS not fully loaded"
                 end-if
                 close Period-File
                 perform Validate-Period-Sets
                 display "DTSRV: periods loaded: " PeriodCount
              end-if
           end-if
           .

       Load-One-Period.
           if PER-Set-Id not equal spaces
              and PER-Period-Id not equal spaces
              and PER-Start-X is numeric
              and PER-End-X is numeric
              and function test-date-yyyymmdd(PER-Start)
                 equal zero
              and function test-date-yyyymmdd(PER-End)
                 equal zero
              and PER-End not < PER-Start
              move PER-Set-Id to NP-Set-Id
              move PER-Period-Id to NP-Period-Id
              move PER-Start to NP-Start
              move PER-End to NP-End
              compute NP-Start-Int =
                 function integer-of-date(PER-Start)
              end-compute
              compute NP-End-Int =
                 function integer-of-date(PER-End)
              end-compute
              perform Insert-Period
              perform Note-Period-Set
           else
              display "DTSRV: bad PERIODS card ignored: "
                 Period-File-Record(1:32)
           end-if
           .

      * insertion keeps each set together in start-date order, so
      * the gap and overlap check is one pass over neighbours
       Insert-Period.
           add 1 to PeriodCount
           move PeriodCount to Place-Ix
           move "N" to Place-Done-Flag
           perform with test before
              until Place-Done
              if Place-Ix equal 1
                 set Place-Done to true
              else
                 compute Prev-Ix = Place-Ix - 1
                 end-compute
                 if PT-Set-Id(Prev-Ix) > NP-Set-Id
                    or (PT-Set-Id(Prev-Ix) equal NP-Set-Id
                       and PT-Start(Prev-Ix) > NP-Start)
                    move Period-Entry(Prev-Ix)
                       to Period-Entry(Place-Ix)
                    move Prev-Ix to Place-Ix
                 else
                    set Place-Done to true
                 end-if
              end-if
           end-perform
           move New-Period to Period-Entry(Place-Ix)
           .

       Note-Period-Set.
           move zero to Found-Set-Ix
           perform with test before
              varying Set-Ix from 1 by 1
              until Set-Ix greater than PeriodSetCount
              if PS-Set-Id(Set-Ix) equal NP-Set-Id
                 move Set-Ix to Found-Set-Ix
              end-if
           end-perform
           if Found-Set-Ix equal zero
              if PeriodSetCount < 20
                 add 1 to PeriodSetCount
                 move NP-Set-Id to PS-Set-Id(PeriodSetCount)
                 move "Y" to PS-Valid-Flag(PeriodSetCount)
              else
                 display "DTSRV: more than 20 period sets - "
                    NP-Set-Id " not usable"
              end-if
           end-if
           .

      * a period must start the day after the one before it ends -
      * an overlap answers two periods for one date, a gap none
       Validate-Period-Sets.
           perform with test before
              varying Period-Ix from 2 by 1
              until Period-Ix greater than PeriodCount
              compute Prev-Ix = Period-Ix - 1
              end-compute
              if PT-Set-Id(Period-Ix) equal PT-Set-Id(Prev-Ix)
                 EVALUATE true
                    WHEN PT-Start-Int(Period-Ix)
                          not > PT-End-Int(Prev-Ix)
                       display "DTSRV: PERIODS set "
                          PT-Set-Id(Period-Ix) " overlap: "
                          PT-Period-Id(Prev-Ix) " and "
                          PT-Period-Id(Period-Ix)
                       perform Refuse-Period-Set
                    WHEN PT-Start-Int(Period-Ix)
                          > PT-End-Int(Prev-Ix) + 1
                       display "DTSRV: PERIODS set "
                          PT-Set-Id(Period-Ix) " gap: "
                          PT-Period-Id(Prev-Ix) " to "
                          PT-Period-Id(Period-Ix)
                       perform Refuse-Period-Set
                    WHEN other
                       continue
                 END-EVALUATE
              end-if
           end-perform
           perform with test before
              varying Period-Ix from 1 by 1
              until Period-Ix greater than PeriodCount
              perform with test before
                 varying Other-Period-Ix from Period-Ix by 1
                 until Other-Period-Ix greater than PeriodCount
                 if Other-Period-Ix > Period-Ix
                    and PT-Set-Id(Other-Period-Ix)
                       equal PT-Set-Id(Period-Ix)
                    and PT-Period-Id(Other-Period-Ix)
                       equal PT-Period-Id(Period-Ix)
                    display "DTSRV: PERIODS set "
                       PT-Set-Id(Period-Ix) " repeats period "
                       PT-Period-Id(Period-Ix)
                    perform Refuse-Period-Set
                 end-if
              end-perform
           end-perform
           perform with test before
              varying Set-Ix from 1 by 1
              until Set-Ix greater than PeriodSetCount
              if not PS-Valid(Set-Ix)
                 display "DTSRV: period set " PS-Set-Id(Set-Ix)
                    " refused - fix PERIODS"
              end-if
           end-perform
           .

       Refuse-Period-Set.
           perform with test before
              varying Set-Ix from 1 by 1
              until Set-Ix greater than PeriodSetCount
              if PS-Set-Id(Set-Ix) equal PT-Set-Id(Period-Ix)
                 move "N" to PS-Valid-Flag(Set-Ix)
              end-if
           end-perform
           .

       Resolve-Period-Set.
           perform Ensure-Periods-Loaded
           move zero to Found-Set-Ix
           perform with test before
              varying Set-Ix from 1 by 1
              until Set-Ix greater than PeriodSetCount
              if PS-Set-Id(Set-Ix) equal DTS-Period-Set
                 and PS-Valid(Set-Ix)
                 move Set-Ix to Found-Set-Ix
              end-if
           end-perform
           if Found-Set-Ix equal zero
              move 5 to DTS-Status
           end-if
           .

       Period-Of-Date.
           compute Period-Date-Int =
              function integer-of-date(DTS-Date-1)
           end-compute
           move "N" to Found-Period-Flag
           perform with test before
              varying Period-Ix from 1 by 1
              until Period-Ix greater than PeriodCount
                 or Period-Found
              if PT-Set-Id(Period-Ix) equal DTS-Period-Set
                 and Period-Date-Int not < PT-Start-Int(Period-Ix)
                 and Period-Date-Int not > PT-End-Int(Period-Ix)
                 move "Y" to Found-Period-Flag
                 perform Return-Period
              end-if
           end-perform
           if not Period-Found
              move 6 to DTS-Status
           end-if
           .

       Period-By-Id.
           move "N" to Found-Period-Flag
           perform with test before
              varying Period-Ix from 1 by 1
              until Period-Ix greater than PeriodCount
                 or Period-Found
              if PT-Set-Id(Period-Ix) equal DTS-Period-Set
                 and PT-Period-Id(Period-Ix) equal DTS-Period-Id
                 move "Y" to Found-Period-Flag
                 perform Return-Period
              end-if
           end-perform
           if not Period-Found
              move 6 to DTS-Status
           end-if
           .

       Return-Period.
           move PT-Period-Id(Period-Ix) to DTS-Period-Id
           move PT-Start(Period-Ix) to DTS-Period-Start
           move PT-End(Period-Ix) to DTS-Period-End
           .

       Check-Date-1.
           if function test-date-yyyymmdd(DTS-Date-1) not equal zero
              move 2 to DTS-Status
           end-perform
           .

       Holiday-Check.
           compute BizWalk =
              function integer-of-date(DTS-Date-1)
           end-compute
           perform Check-Holiday
           if Holiday-Found
              move 1 to DTS-Result-Days
           else
              move zero to DTS-Result-Days
           end-if
           .

       Add-Subtract-Days.
           compute IntDate1 =
              function integer-of-date(DTS-Date-1) + DTS-Days
