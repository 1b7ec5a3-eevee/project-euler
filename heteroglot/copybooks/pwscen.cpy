      * PWSCEN - the scenario IDs the public-works closure load owns
      * in PE15SCEN.  each cycle date gets its own dated scenario,
      * PW followed by the date as YYMMDD, holding the calendar's
      * closures in force that night; the load builds it, refreshes
      * it on a rerun, and drops dated scenarios once they are older
      * than the retention below.  a standing request does not name
      * a dated scenario: it names LIVE, and the deck generator puts
      * the night's dated ID on the card in its place.  both forms
      * are reserved -- the scenario transaction will not add one by
      * hand.
       78  live-closures-token              VALUE "LIVE".
       78  dated-scenario-prefix            VALUE "PW".
       78  dated-scenario-keep-days         VALUE 31.
