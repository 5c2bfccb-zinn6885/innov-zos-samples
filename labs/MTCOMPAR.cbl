      * program reads it against the current MOUNTKSDS by normalized
      * name and classifies every difference:
      *   survey row not on the KSDS          -> A (add)
      *   on both but height, state, or
      *   coordinates differ                  -> U (update)
      *   on the KSDS but gone from the survey -> D (disappearance)
      * The proposed actions are written to MTDELTA in exactly the
      * layout MTLOAD's DELTA mode reads, and a differences report
      * prints for sign-off BEFORE the load runs - the eyeball-and-
      * key step the delta mode was meant to remove, removed.
      * Unusable survey rows (blank, bad state, non-numeric height,
      * half-present or off-the-globe coordinates - the same edits
      * MTLOAD applies, same reason codes) reject to CMPERR. Ends RC=4
      * when any differences were proposed, RC=0 when the survey
      * matches the KSDS exactly.
      *****************************************************************
           05  DEL-State            pic x(02).
           05  DEL-Name             pic x(30).
           05  DEL-Height           pic x(05).
           05  DEL-Latitude-X       pic x(07).
           05  DEL-Longitude-X      pic x(08).
           05  filler               pic x(27).
       FD  Error-File
           Recording mode F
           Record contains 82 characters
              10 SV-State       pic x(02).
              10 SV-Name        pic x(30).
              10 SV-Height      pic x(05).
              10 SV-Latitude-X  pic x(07).
              10 SV-Longitude-X pic x(08).
              10 SV-Matched     pic x.
                 88 SV-Is-Matched value "Y".
       01  Counters.
           05 RejectedCount     pic 9(05) value zero.
           05 DifferenceCount   pic 9(05) value zero.
       01  CheckDataStatus      pic s99.
       01  Coordinate-Edit-Vars.
           05 Edit-Latitude-X   pic x(07).
           05 Edit-Latitude redefines Edit-Latitude-X
                                pic s9(02)v9(04)
                                sign leading separate.
           05 Edit-Longitude-X  pic x(08).
           05 Edit-Longitude redefines Edit-Longitude-X
                                pic s9(03)v9(04)
                                sign leading separate.

       Procedure Division.
           perform Load-Survey-Table
           if not TR-Height is numeric
              move 3 to CheckDataStatus
           end-if
           move TR-Latitude-X to Edit-Latitude-X
           move TR-Longitude-X to Edit-Longitude-X
           perform Edit-Coordinates
           .

       Edit-Coordinates.
           if Edit-Latitude-X equal spaces
              and Edit-Longitude-X equal spaces
              continue
           else
              if Edit-Latitude is numeric
                 and Edit-Longitude is numeric
                 if Edit-Latitude > 90 or Edit-Latitude < -90
                    or Edit-Longitude > 180 or Edit-Longitude < -180
                    move 8 to CheckDataStatus
                 end-if
              else
                 move 8 to CheckDataStatus
              end-if
           end-if
           .

       Load-One-Survey-Row.
           move TR-State to SV-State(SurveyCount)
           move TR-Name to SV-Name(SurveyCount)
           move TR-Height to SV-Height(SurveyCount)
           move TR-Latitude-X to SV-Latitude-X(SurveyCount)
           move TR-Longitude-X to SV-Longitude-X(SurveyCount)
           move space to SV-Matched(SurveyCount)
           .

              move "Y" to SV-Matched(FoundSurveyIx)
              if SV-Height(FoundSurveyIx) not equal MTN-Height
                 or SV-State(FoundSurveyIx) not equal MTN-State
                 or SV-Latitude-X(FoundSurveyIx)
                    not equal MTN-Latitude-X
                 or SV-Longitude-X(FoundSurveyIx)
                    not equal MTN-Longitude-X
                 perform Propose-Update
              else
                 add 1 to SameCount
           move MTN-State to DEL-State
           move MTN-Name to DEL-Name
           move MTN-Height to DEL-Height
           move MTN-Latitude-X to DEL-Latitude-X
           move MTN-Longitude-X to DEL-Longitude-X
           write Delta-File-Record
           end-write
           perform File-Check-Delta
           move SV-State(FoundSurveyIx) to DEL-State
           move SV-Name(FoundSurveyIx) to DEL-Name
           move SV-Height(FoundSurveyIx) to DEL-Height
           move SV-Latitude-X(FoundSurveyIx) to DEL-Latitude-X
           move SV-Longitude-X(FoundSurveyIx) to DEL-Longitude-X
           write Delta-File-Record
           end-write
           perform File-Check-Delta
              " was " MTN-State " " MTN-Height
              " now " SV-State(FoundSurveyIx) " "
              SV-Height(FoundSurveyIx)
           if SV-Latitude-X(FoundSurveyIx) not equal MTN-Latitude-X
              or SV-Longitude-X(FoundSurveyIx)
                 not equal MTN-Longitude-X
              display "            position was " MTN-Latitude-X
                 " " MTN-Longitude-X
                 " now " SV-Latitude-X(FoundSurveyIx)
                 " " SV-Longitude-X(FoundSurveyIx)
           end-if
           .

       Propose-Additions.
           move SV-State(Survey-Ix) to DEL-State
           move SV-Name(Survey-Ix) to DEL-Name
           move SV-Height(Survey-Ix) to DEL-Height
           move SV-Latitude-X(Survey-Ix) to DEL-Latitude-X
           move SV-Longitude-X(Survey-Ix) to DEL-Longitude-X
           write Delta-File-Record
           end-write
           perform File-Check-Delta
