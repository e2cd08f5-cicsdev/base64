      *
      *    B64SET - symbolic map for the B64CICS and B64MNT online
      *    transactions, matching the B64SET mapset (maps B64MAP1,
      *    B64MAP2 and B64MAP3).  B64MAP4 serves the B64WRK work
      *    queue transaction, B64MAP5 the B64PRF originator profile
      *    maintenance transaction.
      *
       01  b64map1i.
           05  filler              pic x(12).
           05  mreso               pic x(240).
           05  filler              pic x(03).
           05  msg3o               pic x(60).

       01  b64map4i.
           05  filler              pic x(12).
           05  wfuncl              pic s9(4) comp.
           05  wfuncf              pic x(01).
           05  wfunci              pic x(01).
           05  wkeyl               pic s9(4) comp.
           05  wkeyf               pic x(01).
           05  wkeyi               pic x(10).
           05  wactl               pic s9(4) comp.
           05  wactf               pic x(01).
           05  wacti               pic x(01).
           05  wdatal              pic s9(4) comp.
           05  wdataf              pic x(01).
           05  wdatai              pic x(60).
           05  wl01l               pic s9(4) comp.
           05  wl01f               pic x(01).
           05  wl01i               pic x(71).
           05  wl02l               pic s9(4) comp.
           05  wl02f               pic x(01).
           05  wl02i               pic x(71).
           05  wl03l               pic s9(4) comp.
           05  wl03f               pic x(01).
           05  wl03i               pic x(71).
           05  wl04l               pic s9(4) comp.
           05  wl04f               pic x(01).
           05  wl04i               pic x(71).
           05  wl05l               pic s9(4) comp.
           05  wl05f               pic x(01).
           05  wl05i               pic x(71).
           05  wl06l               pic s9(4) comp.
           05  wl06f               pic x(01).
           05  wl06i               pic x(71).
           05  wl07l               pic s9(4) comp.
           05  wl07f               pic x(01).
           05  wl07i               pic x(71).
           05  wl08l               pic s9(4) comp.
           05  wl08f               pic x(01).
           05  wl08i               pic x(71).
           05  wl09l               pic s9(4) comp.
           05  wl09f               pic x(01).
           05  wl09i               pic x(71).
           05  wl10l               pic s9(4) comp.
           05  wl10f               pic x(01).
           05  wl10i               pic x(71).
           05  wrsnl               pic s9(4) comp.
           05  wrsnf               pic x(01).
           05  wrsni               pic x(50).
           05  wbyl                pic s9(4) comp.
           05  wbyf                pic x(01).
           05  wbyi                pic x(30).
           05  msg4l               pic s9(4) comp.
           05  msg4f               pic x(01).
           05  msg4i               pic x(60).
       01  b64map4o redefines b64map4i.
           05  filler              pic x(12).
           05  filler              pic x(03).
           05  wfunco              pic x(01).
           05  filler              pic x(03).
           05  wkeyo               pic x(10).
           05  filler              pic x(03).
           05  wacto               pic x(01).
           05  filler              pic x(03).
           05  wdatao              pic x(60).
           05  filler              pic x(03).
           05  wl01o               pic x(71).
           05  filler              pic x(03).
           05  wl02o               pic x(71).
           05  filler              pic x(03).
           05  wl03o               pic x(71).
           05  filler              pic x(03).
           05  wl04o               pic x(71).
           05  filler              pic x(03).
           05  wl05o               pic x(71).
           05  filler              pic x(03).
           05  wl06o               pic x(71).
           05  filler              pic x(03).
           05  wl07o               pic x(71).
           05  filler              pic x(03).
           05  wl08o               pic x(71).
           05  filler              pic x(03).
           05  wl09o               pic x(71).
           05  filler              pic x(03).
           05  wl10o               pic x(71).
           05  filler              pic x(03).
           05  wrsno               pic x(50).
           05  filler              pic x(03).
           05  wbyo                pic x(30).
           05  filler              pic x(03).
           05  msg4o               pic x(60).
       01  b64map5i.
           05  filler              pic x(12).
           05  pfuncl              pic s9(4) comp.
           05  pfuncf              pic x(01).
           05  pfunci              pic x(01).
           05  porigl              pic s9(4) comp.
           05  porigf              pic x(01).
           05  porigi              pic x(04).
           05  pnamel              pic s9(4) comp.
           05  pnamef              pic x(01).
           05  pnamei              pic x(30).
           05  pstatl              pic s9(4) comp.
           05  pstatf              pic x(01).
           05  pstati              pic x(01).
           05  pvarl               pic s9(4) comp.
           05  pvarf               pic x(01).
           05  pvari               pic x(01).
           05  pcpl                pic s9(4) comp.
           05  pcpf                pic x(01).
           05  pcpi                pic x(04).
           05  pcmpl               pic s9(4) comp.
           05  pcmpf               pic x(01).
           05  pcmpi               pic x(01).
           05  psnsl               pic s9(4) comp.
           05  psnsf               pic x(01).
           05  psnsi               pic x(01).
           05  pvoll               pic s9(4) comp.
           05  pvolf               pic x(01).
           05  pvoli               pic x(09).
           05  pretl               pic s9(4) comp.
           05  pretf               pic x(01).
           05  preti               pic x(02).
           05  pbyl                pic s9(4) comp.
           05  pbyf                pic x(01).
           05  pbyi                pic x(30).
           05  pl01l               pic s9(4) comp.
           05  pl01f               pic x(01).
           05  pl01i               pic x(61).
           05  pl02l               pic s9(4) comp.
           05  pl02f               pic x(01).
           05  pl02i               pic x(61).
           05  pl03l               pic s9(4) comp.
           05  pl03f               pic x(01).
           05  pl03i               pic x(61).
           05  pl04l               pic s9(4) comp.
           05  pl04f               pic x(01).
           05  pl04i               pic x(61).
           05  pl05l               pic s9(4) comp.
           05  pl05f               pic x(01).
           05  pl05i               pic x(61).
           05  pl06l               pic s9(4) comp.
           05  pl06f               pic x(01).
           05  pl06i               pic x(61).
           05  msg5l               pic s9(4) comp.
           05  msg5f               pic x(01).
           05  msg5i               pic x(60).
       01  b64map5o redefines b64map5i.
           05  filler              pic x(12).
           05  filler              pic x(03).
           05  pfunco              pic x(01).
           05  filler              pic x(03).
           05  porigo              pic x(04).
           05  filler              pic x(03).
           05  pnameo              pic x(30).
           05  filler              pic x(03).
           05  pstato              pic x(01).
           05  filler              pic x(03).
           05  pvaro               pic x(01).
           05  filler              pic x(03).
           05  pcpo                pic x(04).
           05  filler              pic x(03).
           05  pcmpo               pic x(01).
           05  filler              pic x(03).
           05  psnso               pic x(01).
           05  filler              pic x(03).
           05  pvolo               pic x(09).
           05  filler              pic x(03).
           05  preto               pic x(02).
           05  filler              pic x(03).
           05  pbyo                pic x(30).
           05  filler              pic x(03).
           05  pl01o               pic x(61).
           05  filler              pic x(03).
           05  pl02o               pic x(61).
           05  filler              pic x(03).
           05  pl03o               pic x(61).
           05  filler              pic x(03).
           05  pl04o               pic x(61).
           05  filler              pic x(03).
           05  pl05o               pic x(61).
           05  filler              pic x(03).
           05  pl06o               pic x(61).
           05  filler              pic x(03).
           05  msg5o               pic x(60).
