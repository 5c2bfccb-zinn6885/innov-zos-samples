       Identification Division.
       Program-Id. MTINQ.
      *****************************************************************
      * Online CICS mountain inquiry transaction (MTIQ) against the
      * MOUNTKSDS reference file MTLOAD builds, so field staff can
      * answer "how high is that peak" during the day instead of
      * waiting on a TABQUERY card in the overnight run. Driven by a
      * DFHCOMMAREA, built the same way as FRINQ and FRROSTR:
      *   COMM-Request-Type "N" - look one peak up by
      *          COMM-Mountain-Name. The name is normalized the same
      *          way MTLOAD builds MTN-Normalize (lower case, spaces
      *          squeezed out), so "Mount  Rainier" finds
      *          "mountrainier".
      *   COMM-Request-Type "S" - browse every peak for COMM-State
      *          through the MOUNTKS1 state alternate-index path, up
      *          to five peaks per call. When more remain, COMM-More
      *          is set and COMM-Resume-Count carries how many have
      *          been handed back - pass the commarea straight back
      *          for the next page.
      * Each answer carries name, state, and height in the
      * COMM-Peak-Entry table. Response code "F" found, "N" not
      * found, "E" invalid request type or blank search value.
      *****************************************************************
       Data Division.
       Working-Storage Section.
       01  MTN-Record.
           copy MTNREC.
       01  WS-Resp                  pic s9(08) comp.
       01  WS-Skip-Count            pic 9(05) value zero.
       01  WS-Page-Done             pic x(01) value "N".
           88  Page-Done            value "Y".
       01  WS-Browse-Open           pic x(01) value "N".
           88  Browse-Open          value "Y".
       01  WS-Normalize-Work.
           05  WS-Work1             pic x(20).
           05  WS-Work2             pic x(20).
           05  WS-Work3             pic x(20).
           05  WS-Work4             pic x(20).
           05  WS-Normalize-Key     pic x(30).

       Linkage Section.
       01  DFHCOMMAREA.
           05  COMM-Request-Type     pic x(01).
               88  COMM-By-Name      value "N".
               88  COMM-By-State     value "S".
           05  COMM-Mountain-Name    pic x(30).
           05  COMM-State            pic x(02).
           05  COMM-Resume-Count     pic 9(05).
           05  COMM-Response-Code    pic x(01).
               88  COMM-Found        value "F".
               88  COMM-Not-Found    value "N".
               88  COMM-Bad-Request  value "E".
           05  COMM-More             pic x(01).
               88  COMM-More-Pages   value "Y".
               88  COMM-Browse-Done  value "N".
           05  COMM-Peak-Count       pic 9(02).
           05  COMM-Peak-Entry occurs 5 times.
               10  COMM-Peak-Name        pic x(30).
               10  COMM-Peak-State       pic x(02).
               10  COMM-Peak-Height      pic x(05).

       Procedure Division.
       Main-Logic.
           set COMM-Not-Found to true
           set COMM-Browse-Done to true
           move zero to COMM-Peak-Count

           EVALUATE true
              WHEN COMM-By-Name and COMM-Mountain-Name not = spaces
                 perform Lookup-By-Name
              WHEN COMM-By-State and COMM-State not = spaces
                 perform Browse-By-State
              WHEN other
                 set COMM-Bad-Request to true
           END-EVALUATE

           EXEC CICS RETURN END-EXEC
           .

       Lookup-By-Name.
           perform Normalize-Name
           move spaces to MTN-Record
           move WS-Normalize-Key to MTN-Normalize

           EXEC CICS READ
              DATASET('MOUNTKSDS')
              INTO(MTN-Record)
              RIDFLD(MTN-Normalize)
              KEYLENGTH(30)
              RESP(WS-Resp)
           END-EXEC

           if WS-Resp equal DFHRESP(NORMAL)
              set COMM-Found to true
              add 1 to COMM-Peak-Count
              perform Move-Peak-Entry
           end-if
           .

      * Same squeeze MTLOAD's UnstringSpace applies when it builds
      * the key: up to four words, lower-cased, spaces dropped.
       Normalize-Name.
           move spaces to WS-Work1
           move spaces to WS-Work2
           move spaces to WS-Work3
           move spaces to WS-Work4
           move spaces to WS-Normalize-Key
           unstring COMM-Mountain-Name delimited by all spaces
              into WS-Work1 WS-Work2 WS-Work3 WS-Work4
           end-unstring
           move function lower-case(WS-Work1) to WS-Work1
           move function lower-case(WS-Work2) to WS-Work2
           move function lower-case(WS-Work3) to WS-Work3
           move function lower-case(WS-Work4) to WS-Work4
           string WS-Work1 delimited by space
              WS-Work2 delimited by space
              WS-Work3 delimited by space
              WS-Work4 delimited by space
              into WS-Normalize-Key
           end-string
           .

      * The state path carries duplicates, so a continuation call
      * restarts at the top of the state and skips the peaks already
      * handed back rather than trying to resume mid-duplicate-chain.
       Browse-By-State.
           move spaces to MTN-Record
           move COMM-State to MTN-State
           move zero to WS-Skip-Count

           EXEC CICS STARTBR
              DATASET('MOUNTKS1')
              RIDFLD(MTN-State)
              KEYLENGTH(2)
              GTEQ
              RESP(WS-Resp)
           END-EXEC
           if WS-Resp equal DFHRESP(NORMAL)
              move "Y" to WS-Browse-Open
              perform Fill-State-Page
           end-if
           if Browse-Open
              EXEC CICS ENDBR
                 DATASET('MOUNTKS1')
                 RESP(WS-Resp)
              END-EXEC
           end-if
           .

       Fill-State-Page.
           move "N" to WS-Page-Done
           perform with test before
              until Page-Done
              EXEC CICS READNEXT
                 DATASET('MOUNTKS1')
                 INTO(MTN-Record)
                 RIDFLD(MTN-State)
                 KEYLENGTH(2)
                 RESP(WS-Resp)
              END-EXEC
              EVALUATE true
                 WHEN WS-Resp not equal DFHRESP(NORMAL)
                    and WS-Resp not equal DFHRESP(DUPKEY)
                    set Page-Done to true
                 WHEN MTN-State not equal COMM-State
                    set Page-Done to true
                 WHEN WS-Skip-Count < COMM-Resume-Count
                    add 1 to WS-Skip-Count
                 WHEN COMM-Peak-Count equal 5
      * A sixth peak for the state means another page remains.
                    set COMM-More-Pages to true
                    set Page-Done to true
                 WHEN other
                    add 1 to COMM-Peak-Count
                    perform Move-Peak-Entry
                    set COMM-Found to true
              END-EVALUATE
           end-perform
           if COMM-More-Pages
              add COMM-Peak-Count to COMM-Resume-Count
           else
              move zero to COMM-Resume-Count
           end-if
           .

       Move-Peak-Entry.
           move MTN-Name to COMM-Peak-Name(COMM-Peak-Count)
           move MTN-State to COMM-Peak-State(COMM-Peak-Count)
           move MTN-Height to COMM-Peak-Height(COMM-Peak-Count)
           .
