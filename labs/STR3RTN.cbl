      * the return count on the existing record. STR3BAT's label
      * passes read the file back and withhold suppressed pieces.
      * Unparseable lines reject to RETERR with reason 1.
      * The street line is standardized through STR3STD first, as
      * STR3BAT does, so the key matches the one STR3BAT looks up.
      * A bounce whose standardized key is not on file but whose
      * line as read is (posted before standardization) bumps that
      * older entry rather than opening a second one.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                         indexed by Type-Ix.
              10 Type-Long          pic x(12).
              10 Type-Short         pic x(12).
       01  STR3STD-Parms.
           copy STR3STPA.
      * the street line as read, before STR3STD touched it - the
      * key older suppression entries were posted on
       01  Unstandardized-Vars.
           05 Raw-Street-Address    pic x(102).
           05 Raw-Key-Flag          pic x value "N".
               88 Raw-Key-Differs   value "Y".
           05 Raw-Norm-Address      pic x(90).
           05 Held-Street-Address   pic x(102).
           05 Held-Norm-Address     pic x(90).
       01  Date-and-Time.
           05  TodayDate            pic x(08).
           05  filler               pic x(13).
              move 1 to CheckDataStatus
              perform WriteError
           else
              perform Standardize-Street-Line
              perform Normalize-Address
              perform Post-Suppression
           end-if
           .

      * fold suffix, directional, and unit spellings to the
      * STR3ABBR standard before anything keys or prints the line
       Standardize-Street-Line.
           move Street-Address to Raw-Street-Address
           move "N" to Raw-Key-Flag
           move "STAN" to STD-Function
           move Street-Address to STD-Address
           call "STR3STD" using STR3STD-Parms
           if STD-OK
              move STD-Address to Street-Address
              if STD-Changed
                 move "Y" to Raw-Key-Flag
              end-if
           end-if
           .

      * normalized key of the line as read, leaving the standardized
      * address and its key in place for the posting
       Normalize-Raw-Address.
           move Street-Address to Held-Street-Address
           move Norm-Address to Held-Norm-Address
           move Raw-Street-Address to Street-Address
           perform Normalize-Address
           move Norm-Address to Raw-Norm-Address
           move Held-Street-Address to Street-Address
           move Held-Norm-Address to Norm-Address
           .

       Post-Suppression.
           move Norm-Address to FD-Supp-Key
           read Supp-File into Supp-Record
           end-read
           if Supp-Not-Found and Raw-Key-Differs
              perform Normalize-Raw-Address
              move Raw-Norm-Address to FD-Supp-Key
              read Supp-File into Supp-Record
              end-read
           end-if
           EVALUATE true
              WHEN Supp-OK
                 add 1 to SUP-Return-Count
                 end-rewrite
                 perform File-Check-Supp
                 add 1 to BumpedCount
                 display "BOUNCED AGAIN " SUP-Norm-Address(1:60)
              WHEN Supp-Not-Found
                 move spaces to Supp-Record
                 move Norm-Address to SUP-Norm-Address
