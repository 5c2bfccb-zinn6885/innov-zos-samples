      *          DTS-Result-Date
      *   ZONE - current wall-clock time in named DTS-Zone-Name
      *          into DTS-Result-Hour/DTS-Result-Minute
      *   HOLI - is DTS-Date-1 a holiday on the DTS-Calendar-Id
      *          calendar: DTS-Result-Days 1 when it is, zero when
      *          it is not (weekends are not holidays here - a
      *          caller booking game nights wants the calendar
      *          alone)
      *   PERD - which period of the DTS-Period-Set period set
      *          holds DTS-Date-1: DTS-Period-Id, DTS-Period-Start
      *          and DTS-Period-End
      *   PRID - the start and end of period DTS-Period-Id of the
      *          DTS-Period-Set period set into DTS-Period-Start and
      *          DTS-Period-End ("standings as of the end of week
      *          12")
      * Dates are YYYYMMDD. DTS-Status zero means the result fields
      * are good.
      * Holidays live in the HOLIDAYS dataset (one card per date:
      * calendar id cols 1-8, date cols 9-16), loaded by DTSRV on
      * its first call - ops maintain dates without a relink. The
      * file carries multiple named calendars (LEAGUE, BANK, VENUE,
      * ...); DTS-Calendar-Id picks which one BDIF and HOLI
      * answer against, with spaces defaulting to LEAGUE. A
      * calendar id the file does not carry answers
      * DTS-Bad-Calendar.
      * Periods live in the PERIODS dataset (set id cols 1-8, period
      * id cols 9-16, start date cols 17-24, end date cols 25-32),
      * loaded by DTSRV on its first period call. The file carries
      * named period sets (LEAGUE weeks, FISCAL months, FISCALQ
      * quarters, ...) and each set is checked on load: a set whose
      * periods overlap, leave a gap between them, or repeat a
      * period id is refused - every call naming it answers
      * DTS-Bad-Period-Set, as does a set the file does not carry.
      * A date outside every period of the set, or a period id the
      * set does not have, answers DTS-No-Period.
      ***************************************************************
           05  DTS-Function              pic x(04).
               88  DTS-Func-Day-Diff     value "DIFF".
               88  DTS-Func-Biz-Diff     value "BDIF".
               88  DTS-Func-Add-Days     value "ADDD".
               88  DTS-Func-Zone         value "ZONE".
               88  DTS-Func-Holiday      value "HOLI".
               88  DTS-Func-Period       value "PERD".
               88  DTS-Func-Period-Id    value "PRID".
           05  DTS-Date-1                pic 9(08).
           05  DTS-Date-2                pic 9(08).
           05  DTS-Days                  pic s9(05).
               88  DTS-Bad-Date          value 2.
               88  DTS-Bad-Zone          value 3.
               88  DTS-Bad-Calendar      value 4.
               88  DTS-Bad-Period-Set    value 5.
               88  DTS-No-Period         value 6.
           05  DTS-Period-Set            pic x(08).
           05  DTS-Period-Id             pic x(08).
           05  DTS-Period-Start          pic 9(08).
           05  DTS-Period-End            pic 9(08).
