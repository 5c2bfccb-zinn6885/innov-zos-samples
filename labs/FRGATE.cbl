      * behind it is bypassed and drifted rollups never ship to the
      * league office. No record at all for a checker just reports -
      * a site that has never run TEAMSYNC still gets its extract.
      * The same walk picks up the FRBALNC chain-balancing verdict:
      * the extract is held when the latest balancing pass had legs
      * out of balance, did not complete, or is older than the
      * latest FRUPDATE run - an update night nobody balanced.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Latest-Recon-Date          pic x(08) value spaces.
           05  Latest-Recon-RC            pic 9(04) value zero.
           05  Latest-Recon-Exc           pic 9(05) value zero.
           05  Latest-Update-Date         pic x(08) value spaces.
           05  Latest-Balance-Date        pic x(08) value spaces.
           05  Latest-Balance-RC          pic 9(04) value zero.
           05  Latest-Balance-Exc         pic 9(05) value zero.
           05  Latest-Balance-State       pic x(01) value space.
               88  Latest-Balance-Done    value "C".
       01  FRSTAT-Parms.
           copy FRSTATPA.

           perform Judge-Latest-Passes
           if Hold-Extract
              display "League extract HELD - resolve the rollup "
                 "or balancing exceptions and rerun"
              move 8 to return-code
           else
              display "Gate clear - league extract may ship"
              move RS-Return-Code to Latest-Recon-RC
              move RS-Exception-Count to Latest-Recon-Exc
           end-if
           if RS-Step-Name equal "FRUPDATE"
              move RS-Run-Date to Latest-Update-Date
           end-if
           if RS-Step-Name equal "FRBALNC "
              move RS-Run-Date to Latest-Balance-Date
              move RS-Return-Code to Latest-Balance-RC
              move RS-Exception-Count to Latest-Balance-Exc
              move RS-Step-Status to Latest-Balance-State
           end-if
           .

       Judge-Latest-Passes.
                 move "Y" to Hold-Flag
              end-if
           end-if
           if Latest-Balance-Date equal spaces
              display "No FRBALNC pass on record"
           else
              display "Latest FRBALNC  " Latest-Balance-Date
                 " rc " Latest-Balance-RC
                 " legs out " Latest-Balance-Exc
              if Latest-Balance-RC > zero
                 or Latest-Balance-Exc > zero
                 or not Latest-Balance-Done
                 move "Y" to Hold-Flag
              end-if
              if Latest-Balance-Date < Latest-Update-Date
                 display "FRUPDATE ran " Latest-Update-Date
                    " and was never balanced"
                 move "Y" to Hold-Flag
              end-if
           end-if
           .

       File-Check-Status.
