          02 FILLER REDEFINES GSORTFF.
             03 GSORTFA    PIC X.
          02 GSORTFI       PIC X.
          02 GSEL01L       PIC S9(3) COMP.
          02 GSEL01F       PIC X.
          02 FILLER REDEFINES GSEL01F.
             03 GSEL01A    PIC X.
          02 GSEL01I       PIC X.
          02 GSEL02L       PIC S9(3) COMP.
          02 GSEL02F       PIC X.
          02 FILLER REDEFINES GSEL02F.
             03 GSEL02A    PIC X.
          02 GSEL02I       PIC X.
          02 GSEL03L       PIC S9(3) COMP.
          02 GSEL03F       PIC X.
          02 FILLER REDEFINES GSEL03F.
             03 GSEL03A    PIC X.
          02 GSEL03I       PIC X.
          02 GSEL04L       PIC S9(3) COMP.
          02 GSEL04F       PIC X.
          02 FILLER REDEFINES GSEL04F.
             03 GSEL04A    PIC X.
          02 GSEL04I       PIC X.
          02 GSEL05L       PIC S9(3) COMP.
          02 GSEL05F       PIC X.
          02 FILLER REDEFINES GSEL05F.
             03 GSEL05A    PIC X.
          02 GSEL05I       PIC X.
          02 GSEL06L       PIC S9(3) COMP.
          02 GSEL06F       PIC X.
          02 FILLER REDEFINES GSEL06F.
             03 GSEL06A    PIC X.
          02 GSEL06I       PIC X.
          02 GSEL07L       PIC S9(3) COMP.
          02 GSEL07F       PIC X.
          02 FILLER REDEFINES GSEL07F.
             03 GSEL07A    PIC X.
          02 GSEL07I       PIC X.
          02 GSEL08L       PIC S9(3) COMP.
          02 GSEL08F       PIC X.
          02 FILLER REDEFINES GSEL08F.
             03 GSEL08A    PIC X.
          02 GSEL08I       PIC X.
          02 GSEL09L       PIC S9(3) COMP.
          02 GSEL09F       PIC X.
          02 FILLER REDEFINES GSEL09F.
             03 GSEL09A    PIC X.
          02 GSEL09I       PIC X.
          02 GSEL10L       PIC S9(3) COMP.
          02 GSEL10F       PIC X.
          02 FILLER REDEFINES GSEL10F.
             03 GSEL10A    PIC X.
          02 GSEL10I       PIC X.
          02 GMSGLL        PIC S9(3) COMP.
          02 GMSGLF        PIC X.
          02 FILLER REDEFINES GMSGLF.
             03 GMSGLA     PIC X.
          02 GMSGLI        PIC X(79).
          02 GNSTFL        PIC S9(3) COMP.
          02 GNSTFF        PIC X.
          02 FILLER REDEFINES GNSTFF.
             03 GNSTFA     PIC X.
          02 GNSTFI        PIC X(9).

       01 GARBMO REDEFINES GARBMI.
          02 FILLER        PIC X(12).
          02 GSORTFA       PIC X.
          02 GSORTFO       PIC X.
          02 FILLER        PIC X(3).
          02 GSEL01A       PIC X.
          02 GSEL01O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE01A       PIC X.
          02 LINE01O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL02A       PIC X.
          02 GSEL02O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE02A       PIC X.
          02 LINE02O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL03A       PIC X.
          02 GSEL03O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE03A       PIC X.
          02 LINE03O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL04A       PIC X.
          02 GSEL04O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE04A       PIC X.
          02 LINE04O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL05A       PIC X.
          02 GSEL05O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE05A       PIC X.
          02 LINE05O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL06A       PIC X.
          02 GSEL06O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE06A       PIC X.
          02 LINE06O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL07A       PIC X.
          02 GSEL07O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE07A       PIC X.
          02 LINE07O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL08A       PIC X.
          02 GSEL08O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE08A       PIC X.
          02 LINE08O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL09A       PIC X.
          02 GSEL09O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE09A       PIC X.
          02 LINE09O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GSEL10A       PIC X.
          02 GSEL10O       PIC X.
          02 FILLER        PIC X(3).
          02 LINE10A       PIC X.
          02 LINE10O       PIC X(76).
          02 FILLER        PIC X(3).
          02 GMSGLA        PIC X.
          02 GMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 GNSTLA        PIC X.
          02 GNSTLO        PIC X(10).
          02 FILLER        PIC X(3).
          02 GNSTFA        PIC X.
          02 GNSTFO        PIC X(9).
          02 FILLER        PIC X(3).
          02 GPFKLA        PIC X.
          02 GPFKLO        PIC X(79).


       01 RBKIMI.
          02 FILLER        PIC X(12).
          02 ISUBFL        PIC S9(3) COMP.
          02 ISUBFF        PIC X.
          02 FILLER REDEFINES ISUBFF.
             03 ISUBFA     PIC X.
          02 ISUBFI        PIC X(8).
          02 ISTRTFL       PIC S9(3) COMP.
          02 ISTRTFF       PIC X.
          02 FILLER REDEFINES ISTRTFF.
          02 ISTRLA        PIC X.
          02 ISTRLO        PIC X(11).
          02 FILLER        PIC X(3).
          02 ISUBLA        PIC X.
          02 ISUBLO        PIC X(7).
          02 FILLER        PIC X(3).
          02 ISUBFA        PIC X.
          02 ISUBFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 ISTRTFA       PIC X.
          02 ISTRTFO       PIC X(80).
          02 FILLER        PIC X(3).
          02 FILLER REDEFINES MTITLFF.
             03 MTITLFA    PIC X.
          02 MTITLFI       PIC X(75).
          02 MCATFL        PIC S9(3) COMP.
          02 MCATFF        PIC X.
          02 FILLER REDEFINES MCATFF.
             03 MCATFA     PIC X.
          02 MCATFI        PIC X(8).

       01 MENUMO REDEFINES MENUMI.
          02 FILLER        PIC X(12).
          02 MTITLFA       PIC X.
          02 MTITLFO       PIC X(75).
          02 FILLER        PIC X(3).
          02 MCATLA        PIC X.
          02 MCATLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 MCATFA        PIC X.
          02 MCATFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 MMSGLA        PIC X.
          02 MMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 FILLER        PIC X(3).
          02 DPFKLA        PIC X.
          02 DPFKLO        PIC X(79).

       01 SERSMI.
          02 FILLER        PIC X(12).
          02 SSERFL        PIC S9(3) COMP.
          02 SSERFF        PIC X.
          02 FILLER REDEFINES SSERFF.
             03 SSERFA     PIC X.
          02 SSERFI        PIC X(8).
          02 SSELFL        PIC S9(3) COMP.
          02 SSELFF        PIC X.
          02 FILLER REDEFINES SSELFF.
             03 SSELFA     PIC X.
          02 SSELFI        PIC 99.

       01 SERSMO REDEFINES SERSMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 STITL1A       PIC X.
          02 STITL1O       PIC X(33).
          02 FILLER        PIC X(3).
          02 SNAMEA        PIC X.
          02 SNAMEO        PIC X(60).
          02 FILLER        PIC X(3).
          02 SEDITA        PIC X.
          02 SEDITO        PIC X(48).
          02 FILLER        PIC X(3).
          02 SSERLA        PIC X.
          02 SSERLO        PIC X(9).
          02 FILLER        PIC X(3).
          02 SSERFA        PIC X.
          02 SSERFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 SSELLA        PIC X.
          02 SSELLO        PIC X(16).
          02 FILLER        PIC X(3).
          02 SSELFA        PIC X.
          02 SSELFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 SHDGLA        PIC X.
          02 SHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 SLIN01A       PIC X.
          02 SLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN02A       PIC X.
          02 SLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN03A       PIC X.
          02 SLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN04A       PIC X.
          02 SLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN05A       PIC X.
          02 SLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN06A       PIC X.
          02 SLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN07A       PIC X.
          02 SLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN08A       PIC X.
          02 SLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN09A       PIC X.
          02 SLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SLIN10A       PIC X.
          02 SLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 SMSGLA        PIC X.
          02 SMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 SPFKLA        PIC X.
          02 SPFKLO        PIC X(79).

       01 ERRAMI.
          02 FILLER        PIC X(12).
          02 VFRMFL        PIC S9(3) COMP.
          02 VFRMFF        PIC X.
          02 FILLER REDEFINES VFRMFF.
             03 VFRMFA     PIC X.
          02 VFRMFI        PIC X(12).
          02 VACTFL        PIC S9(3) COMP.
          02 VACTFF        PIC X.
          02 FILLER REDEFINES VACTFF.
             03 VACTFA     PIC X.
          02 VACTFI        PIC X.
          02 VSELFL        PIC S9(3) COMP.
          02 VSELFF        PIC X.
          02 FILLER REDEFINES VSELFF.
             03 VSELFA     PIC X.
          02 VSELFI        PIC 99.
          02 VSEVFL        PIC S9(3) COMP.
          02 VSEVFF        PIC X.
          02 FILLER REDEFINES VSEVFF.
             03 VSEVFA     PIC X.
          02 VSEVFI        PIC X(6).
          02 VSTAFL        PIC S9(3) COMP.
          02 VSTAFF        PIC X.
          02 FILLER REDEFINES VSTAFF.
             03 VSTAFA     PIC X.
          02 VSTAFI        PIC X(8).
          02 VFIXFL        PIC S9(3) COMP.
          02 VFIXFF        PIC X.
          02 FILLER REDEFINES VFIXFF.
             03 VFIXFA     PIC X.
          02 VFIXFI        PIC X(12).
          02 VPAGFL        PIC S9(3) COMP.
          02 VPAGFF        PIC X.
          02 FILLER REDEFINES VPAGFF.
             03 VPAGFA     PIC X.
          02 VPAGFI        PIC X(20).
          02 VDSCFL        PIC S9(3) COMP.
          02 VDSCFF        PIC X.
          02 FILLER REDEFINES VDSCFF.
             03 VDSCFA     PIC X.
          02 VDSCFI        PIC X(60).

       01 ERRAMO REDEFINES ERRAMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 VTITL1A       PIC X.
          02 VTITL1O       PIC X(33).
          02 FILLER        PIC X(3).
          02 VBOOKA        PIC X.
          02 VBOOKO        PIC X(79).
          02 FILLER        PIC X(3).
          02 VFRMLA        PIC X.
          02 VFRMLO        PIC X(11).
          02 FILLER        PIC X(3).
          02 VFRMFA        PIC X.
          02 VFRMFO        PIC X(12).
          02 FILLER        PIC X(3).
          02 VHDGLA        PIC X.
          02 VHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 VLIN01A       PIC X.
          02 VLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN02A       PIC X.
          02 VLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN03A       PIC X.
          02 VLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN04A       PIC X.
          02 VLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN05A       PIC X.
          02 VLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN06A       PIC X.
          02 VLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN07A       PIC X.
          02 VLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN08A       PIC X.
          02 VLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN09A       PIC X.
          02 VLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VLIN10A       PIC X.
          02 VLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 VACTLA        PIC X.
          02 VACTLO        PIC X(29).
          02 FILLER        PIC X(3).
          02 VACTFA        PIC X.
          02 VACTFO        PIC X(1).
          02 FILLER        PIC X(3).
          02 VSELLA        PIC X.
          02 VSELLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 VSELFA        PIC X.
          02 VSELFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 VSEVLA        PIC X.
          02 VSEVLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 VSEVFA        PIC X.
          02 VSEVFO        PIC X(6).
          02 FILLER        PIC X(3).
          02 VSTALA        PIC X.
          02 VSTALO        PIC X(5).
          02 FILLER        PIC X(3).
          02 VSTAFA        PIC X.
          02 VSTAFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 VFIXLA        PIC X.
          02 VFIXLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 VFIXFA        PIC X.
          02 VFIXFO        PIC X(12).
          02 FILLER        PIC X(3).
          02 VPAGLA        PIC X.
          02 VPAGLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 VPAGFA        PIC X.
          02 VPAGFO        PIC X(20).
          02 FILLER        PIC X(3).
          02 VDSCLA        PIC X.
          02 VDSCLO        PIC X(11).
          02 FILLER        PIC X(3).
          02 VDSCFA        PIC X.
          02 VDSCFO        PIC X(60).
          02 FILLER        PIC X(3).
          02 VMSGLA        PIC X.
          02 VMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 VPFKLA        PIC X.
          02 VPFKLO        PIC X(79).

       01 REVWMI.
          02 FILLER        PIC X(12).
          02 WTTLFL        PIC S9(3) COMP.
          02 WTTLFF        PIC X.
          02 FILLER REDEFINES WTTLFF.
             03 WTTLFA     PIC X.
          02 WTTLFI        PIC X(80).
          02 WDATFL        PIC S9(3) COMP.
          02 WDATFF        PIC X.
          02 FILLER REDEFINES WDATFF.
             03 WDATFA     PIC X.
          02 WDATFI        PIC X(8).
          02 WREVFL        PIC S9(3) COMP.
          02 WREVFF        PIC X.
          02 FILLER REDEFINES WREVFF.
             03 WREVFA     PIC X.
          02 WREVFI        PIC X(40).
          02 WOUTFL        PIC S9(3) COMP.
          02 WOUTFF        PIC X.
          02 FILLER REDEFINES WOUTFF.
             03 WOUTFA     PIC X.
          02 WOUTFI        PIC X(12).
          02 WNOTFL        PIC S9(3) COMP.
          02 WNOTFF        PIC X.
          02 FILLER REDEFINES WNOTFF.
             03 WNOTFA     PIC X.
          02 WNOTFI        PIC X(60).

       01 REVWMO REDEFINES REVWMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 WTITL1A       PIC X.
          02 WTITL1O       PIC X(34).
          02 FILLER        PIC X(3).
          02 WTTLLA        PIC X.
          02 WTTLLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 WTTLFA        PIC X.
          02 WTTLFO        PIC X(80).
          02 FILLER        PIC X(3).
          02 WBOOKA        PIC X.
          02 WBOOKO        PIC X(79).
          02 FILLER        PIC X(3).
          02 WOWNRA        PIC X.
          02 WOWNRO        PIC X(79).
          02 FILLER        PIC X(3).
          02 WLASTA        PIC X.
          02 WLASTO        PIC X(79).
          02 FILLER        PIC X(3).
          02 WNEXTA        PIC X.
          02 WNEXTO        PIC X(79).
          02 FILLER        PIC X(3).
          02 WDATLA        PIC X.
          02 WDATLO        PIC X(11).
          02 FILLER        PIC X(3).
          02 WDATFA        PIC X.
          02 WDATFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 WREVLA        PIC X.
          02 WREVLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 WREVFA        PIC X.
          02 WREVFO        PIC X(40).
          02 FILLER        PIC X(3).
          02 WOUTLA        PIC X.
          02 WOUTLO        PIC X(7).
          02 FILLER        PIC X(3).
          02 WOUTFA        PIC X.
          02 WOUTFO        PIC X(12).
          02 FILLER        PIC X(3).
          02 WOUHLA        PIC X.
          02 WOUHLO        PIC X(33).
          02 FILLER        PIC X(3).
          02 WNOTLA        PIC X.
          02 WNOTLO        PIC X(4).
          02 FILLER        PIC X(3).
          02 WNOTFA        PIC X.
          02 WNOTFO        PIC X(60).
          02 FILLER        PIC X(3).
          02 WMSGLA        PIC X.
          02 WMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 WPFKLA        PIC X.
          02 WPFKLO        PIC X(79).

       01 CKOTMI.
          02 FILLER        PIC X(12).
          02 KTTLFL        PIC S9(3) COMP.
          02 KTTLFF        PIC X.
          02 FILLER REDEFINES KTTLFF.
             03 KTTLFA     PIC X.
          02 KTTLFI        PIC X(80).
          02 KACTFL        PIC S9(3) COMP.
          02 KACTFF        PIC X.
          02 FILLER REDEFINES KACTFF.
             03 KACTFA     PIC X.
          02 KACTFI        PIC X.
          02 KDAYFL        PIC S9(3) COMP.
          02 KDAYFF        PIC X.
          02 FILLER REDEFINES KDAYFF.
             03 KDAYFA     PIC X.
          02 KDAYFI        PIC X(2).
          02 KNAMFL        PIC S9(3) COMP.
          02 KNAMFF        PIC X.
          02 FILLER REDEFINES KNAMFF.
             03 KNAMFA     PIC X.
          02 KNAMFI        PIC X(20).
          02 KRSNFL        PIC S9(3) COMP.
          02 KRSNFF        PIC X.
          02 FILLER REDEFINES KRSNFF.
             03 KRSNFA     PIC X.
          02 KRSNFI        PIC X(40).

       01 CKOTMO REDEFINES CKOTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 KTITL1A       PIC X.
          02 KTITL1O       PIC X(33).
          02 FILLER        PIC X(3).
          02 KTTLLA        PIC X.
          02 KTTLLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 KTTLFA        PIC X.
          02 KTTLFO        PIC X(80).
          02 FILLER        PIC X(3).
          02 KBOOKA        PIC X.
          02 KBOOKO        PIC X(79).
          02 FILLER        PIC X(3).
          02 KSTATA        PIC X.
          02 KSTATO        PIC X(79).
          02 FILLER        PIC X(3).
          02 KRSNA         PIC X.
          02 KRSNO         PIC X(79).
          02 FILLER        PIC X(3).
          02 KLASTA        PIC X.
          02 KLASTO        PIC X(79).
          02 FILLER        PIC X(3).
          02 KACTLA        PIC X.
          02 KACTLO        PIC X(30).
          02 FILLER        PIC X(3).
          02 KACTFA        PIC X.
          02 KACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 KDAYLA        PIC X.
          02 KDAYLO        PIC X(11).
          02 FILLER        PIC X(3).
          02 KDAYFA        PIC X.
          02 KDAYFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 KNAMLA        PIC X.
          02 KNAMLO        PIC X(9).
          02 FILLER        PIC X(3).
          02 KNAMFA        PIC X.
          02 KNAMFO        PIC X(20).
          02 FILLER        PIC X(3).
          02 KRSNLA        PIC X.
          02 KRSNLO        PIC X(6).
          02 FILLER        PIC X(3).
          02 KRSNFA        PIC X.
          02 KRSNFO        PIC X(40).
          02 FILLER        PIC X(3).
          02 KMSGLA        PIC X.
          02 KMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 KPFKLA        PIC X.
          02 KPFKLO        PIC X(79).

       01 WTCHMI.
          02 FILLER        PIC X(12).
          02 NNAMFL        PIC S9(3) COMP.
          02 NNAMFF        PIC X.
          02 FILLER REDEFINES NNAMFF.
             03 NNAMFA     PIC X.
          02 NNAMFI        PIC X(20).
          02 NRTEFL        PIC S9(3) COMP.
          02 NRTEFF        PIC X.
          02 FILLER REDEFINES NRTEFF.
             03 NRTEFA     PIC X.
          02 NRTEFI        PIC X(8).
          02 NACTFL        PIC S9(3) COMP.
          02 NACTFF        PIC X.
          02 FILLER REDEFINES NACTFF.
             03 NACTFA     PIC X.
          02 NACTFI        PIC X.
          02 NSELFL        PIC S9(3) COMP.
          02 NSELFF        PIC X.
          02 FILLER REDEFINES NSELFF.
             03 NSELFA     PIC X.
          02 NSELFI        PIC 99.
          02 NKNDFL        PIC S9(3) COMP.
          02 NKNDFF        PIC X.
          02 FILLER REDEFINES NKNDFF.
             03 NKNDFA     PIC X.
          02 NKNDFI        PIC X(6).
          02 NVALFL        PIC S9(3) COMP.
          02 NVALFF        PIC X.
          02 FILLER REDEFINES NVALFF.
             03 NVALFA     PIC X.
          02 NVALFI        PIC X(80).

       01 WTCHMO REDEFINES WTCHMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 NTITL1A       PIC X.
          02 NTITL1O       PIC X(34).
          02 FILLER        PIC X(3).
          02 NSUBA         PIC X.
          02 NSUBO         PIC X(79).
          02 FILLER        PIC X(3).
          02 NNAMLA        PIC X.
          02 NNAMLO        PIC X(4).
          02 FILLER        PIC X(3).
          02 NNAMFA        PIC X.
          02 NNAMFO        PIC X(20).
          02 FILLER        PIC X(3).
          02 NRTELA        PIC X.
          02 NRTELO        PIC X(5).
          02 FILLER        PIC X(3).
          02 NRTEFA        PIC X.
          02 NRTEFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 NHDGLA        PIC X.
          02 NHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 NLIN01A       PIC X.
          02 NLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN02A       PIC X.
          02 NLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN03A       PIC X.
          02 NLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN04A       PIC X.
          02 NLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN05A       PIC X.
          02 NLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN06A       PIC X.
          02 NLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN07A       PIC X.
          02 NLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN08A       PIC X.
          02 NLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN09A       PIC X.
          02 NLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NLIN10A       PIC X.
          02 NLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 NACTLA        PIC X.
          02 NACTLO        PIC X(41).
          02 FILLER        PIC X(3).
          02 NACTFA        PIC X.
          02 NACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 NSELLA        PIC X.
          02 NSELLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 NSELFA        PIC X.
          02 NSELFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 NKNDLA        PIC X.
          02 NKNDLO        PIC X(4).
          02 FILLER        PIC X(3).
          02 NKNDFA        PIC X.
          02 NKNDFO        PIC X(6).
          02 FILLER        PIC X(3).
          02 NKNHLA        PIC X.
          02 NKNHLO        PIC X(27).
          02 FILLER        PIC X(3).
          02 NVALLA        PIC X.
          02 NVALLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 NVALFA        PIC X.
          02 NVALFO        PIC X(80).
          02 FILLER        PIC X(3).
          02 NMSGLA        PIC X.
          02 NMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 NPFKLA        PIC X.
          02 NPFKLO        PIC X(79).

       01 JSUBMI.
          02 FILLER        PIC X(12).
          02 JSKLFL        PIC S9(3) COMP.
          02 JSKLFF        PIC X.
          02 FILLER REDEFINES JSKLFF.
             03 JSKLFA      PIC X.
          02 JSKLFI        PIC X(8).
          02 JPV1FL        PIC S9(3) COMP.
          02 JPV1FF        PIC X.
          02 FILLER REDEFINES JPV1FF.
             03 JPV1FA      PIC X.
          02 JPV1FI        PIC X(44).
          02 JPV2FL        PIC S9(3) COMP.
          02 JPV2FF        PIC X.
          02 FILLER REDEFINES JPV2FF.
             03 JPV2FA      PIC X.
          02 JPV2FI        PIC X(44).
          02 JPV3FL        PIC S9(3) COMP.
          02 JPV3FF        PIC X.
          02 FILLER REDEFINES JPV3FF.
             03 JPV3FA      PIC X.
          02 JPV3FI        PIC X(44).
          02 JPV4FL        PIC S9(3) COMP.
          02 JPV4FF        PIC X.
          02 FILLER REDEFINES JPV4FF.
             03 JPV4FA      PIC X.
          02 JPV4FI        PIC X(44).
          02 JACTFL        PIC S9(3) COMP.
          02 JACTFF        PIC X.
          02 FILLER REDEFINES JACTFF.
             03 JACTFA      PIC X.
          02 JACTFI        PIC X.

       01 JSUBMO REDEFINES JSUBMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 JTITL1A       PIC X.
          02 JTITL1O       PIC X(40).
          02 FILLER        PIC X(3).
          02 JSUBA         PIC X.
          02 JSUBO         PIC X(79).
          02 FILLER        PIC X(3).
          02 JSKLLA        PIC X.
          02 JSKLLO        PIC X(9).
          02 FILLER        PIC X(3).
          02 JSKLFA        PIC X.
          02 JSKLFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 JDSCA         PIC X.
          02 JDSCO         PIC X(51).
          02 FILLER        PIC X(3).
          02 JPL1A         PIC X.
          02 JPL1O         PIC X(16).
          02 FILLER        PIC X(3).
          02 JPV1FA        PIC X.
          02 JPV1FO        PIC X(44).
          02 FILLER        PIC X(3).
          02 JPL2A         PIC X.
          02 JPL2O         PIC X(16).
          02 FILLER        PIC X(3).
          02 JPV2FA        PIC X.
          02 JPV2FO        PIC X(44).
          02 FILLER        PIC X(3).
          02 JPL3A         PIC X.
          02 JPL3O         PIC X(16).
          02 FILLER        PIC X(3).
          02 JPV3FA        PIC X.
          02 JPV3FO        PIC X(44).
          02 FILLER        PIC X(3).
          02 JPL4A         PIC X.
          02 JPL4O         PIC X(16).
          02 FILLER        PIC X(3).
          02 JPV4FA        PIC X.
          02 JPV4FO        PIC X(44).
          02 FILLER        PIC X(3).
          02 JHDGLA        PIC X.
          02 JHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 JLIN01A       PIC X.
          02 JLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN02A       PIC X.
          02 JLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN03A       PIC X.
          02 JLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN04A       PIC X.
          02 JLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN05A       PIC X.
          02 JLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN06A       PIC X.
          02 JLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN07A       PIC X.
          02 JLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN08A       PIC X.
          02 JLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN09A       PIC X.
          02 JLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JLIN10A       PIC X.
          02 JLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 JACTLA        PIC X.
          02 JACTLO        PIC X(16).
          02 FILLER        PIC X(3).
          02 JACTFA        PIC X.
          02 JACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 JMSGLA        PIC X.
          02 JMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 JPFKLA        PIC X.
          02 JPFKLO        PIC X(79).

       01 QUOTMI.
          02 FILLER        PIC X(12).
          02 YUSRFL        PIC S9(3) COMP.
          02 YUSRFF        PIC X.
          02 FILLER REDEFINES YUSRFF.
             03 YUSRFA      PIC X.
          02 YUSRFI        PIC X(8).
          02 YACTFL        PIC S9(3) COMP.
          02 YACTFF        PIC X.
          02 FILLER REDEFINES YACTFF.
             03 YACTFA      PIC X.
          02 YACTFI        PIC X.
          02 YUPDFL        PIC S9(3) COMP.
          02 YUPDFF        PIC X.
          02 FILLER REDEFINES YUPDFF.
             03 YUPDFA      PIC X.
          02 YUPDFI        PIC X(5).
          02 YDELFL        PIC S9(3) COMP.
          02 YDELFF        PIC X.
          02 FILLER REDEFINES YDELFF.
             03 YDELFA      PIC X.
          02 YDELFI        PIC X(5).
          02 YRSNFL        PIC S9(3) COMP.
          02 YRSNFF        PIC X.
          02 FILLER REDEFINES YRSNFF.
             03 YRSNFA      PIC X.
          02 YRSNFI        PIC X(40).

       01 QUOTMO REDEFINES QUOTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 YTITL1A       PIC X.
          02 YTITL1O       PIC X(37).
          02 FILLER        PIC X(3).
          02 YSUBA         PIC X.
          02 YSUBO         PIC X(79).
          02 FILLER        PIC X(3).
          02 YUSRLA        PIC X.
          02 YUSRLO        PIC X(7).
          02 FILLER        PIC X(3).
          02 YUSRFA        PIC X.
          02 YUSRFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 YPOLA         PIC X.
          02 YPOLO         PIC X(79).
          02 FILLER        PIC X(3).
          02 YUSEA         PIC X.
          02 YUSEO         PIC X(79).
          02 FILLER        PIC X(3).
          02 YRSEA         PIC X.
          02 YRSEO         PIC X(79).
          02 FILLER        PIC X(3).
          02 YHDGLA        PIC X.
          02 YHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 YLIN01A       PIC X.
          02 YLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN02A       PIC X.
          02 YLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN03A       PIC X.
          02 YLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN04A       PIC X.
          02 YLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN05A       PIC X.
          02 YLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN06A       PIC X.
          02 YLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN07A       PIC X.
          02 YLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN08A       PIC X.
          02 YLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN09A       PIC X.
          02 YLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YLIN10A       PIC X.
          02 YLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 YACTLA        PIC X.
          02 YACTLO        PIC X(15).
          02 FILLER        PIC X(3).
          02 YACTFA        PIC X.
          02 YACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 YUPDLA        PIC X.
          02 YUPDLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 YUPDFA        PIC X.
          02 YUPDFO        PIC X(5).
          02 FILLER        PIC X(3).
          02 YDELLA        PIC X.
          02 YDELLO        PIC X(13).
          02 FILLER        PIC X(3).
          02 YDELFA        PIC X.
          02 YDELFO        PIC X(5).
          02 FILLER        PIC X(3).
          02 YRSNLA        PIC X.
          02 YRSNLO        PIC X(6).
          02 FILLER        PIC X(3).
          02 YRSNFA        PIC X.
          02 YRSNFO        PIC X(40).
          02 FILLER        PIC X(3).
          02 YMSGLA        PIC X.
          02 YMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 YPFKLA        PIC X.
          02 YPFKLO        PIC X(79).

       01 NOTEMI.
          02 FILLER        PIC X(12).
          02 ZTTLFL        PIC S9(3) COMP.
          02 ZTTLFF        PIC X.
          02 FILLER REDEFINES ZTTLFF.
             03 ZTTLFA     PIC X.
          02 ZTTLFI        PIC X(80).
          02 ZACTFL        PIC S9(3) COMP.
          02 ZACTFF        PIC X.
          02 FILLER REDEFINES ZACTFF.
             03 ZACTFA     PIC X.
          02 ZACTFI        PIC X.
          02 ZSELFL        PIC S9(3) COMP.
          02 ZSELFF        PIC X.
          02 FILLER REDEFINES ZSELFF.
             03 ZSELFA     PIC X.
          02 ZSELFI        PIC X(2).
          02 ZCATFL        PIC S9(3) COMP.
          02 ZCATFF        PIC X.
          02 FILLER REDEFINES ZCATFF.
             03 ZCATFA     PIC X.
          02 ZCATFI        PIC X(8).
          02 ZEXPFL        PIC S9(3) COMP.
          02 ZEXPFF        PIC X.
          02 FILLER REDEFINES ZEXPFF.
             03 ZEXPFA     PIC X.
          02 ZEXPFI        PIC X(8).
          02 ZTXTFL        PIC S9(3) COMP.
          02 ZTXTFF        PIC X.
          02 FILLER REDEFINES ZTXTFF.
             03 ZTXTFA     PIC X.
          02 ZTXTFI        PIC X(60).

       01 NOTEMO REDEFINES NOTEMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 ZTITL1A       PIC X.
          02 ZTITL1O       PIC X(29).
          02 FILLER        PIC X(3).
          02 ZTTLLA        PIC X.
          02 ZTTLLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 ZTTLFA        PIC X.
          02 ZTTLFO        PIC X(80).
          02 FILLER        PIC X(3).
          02 ZBOOKA        PIC X.
          02 ZBOOKO        PIC X(79).
          02 FILLER        PIC X(3).
          02 ZHDGLA        PIC X.
          02 ZHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 ZLIN01A       PIC X.
          02 ZLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN02A       PIC X.
          02 ZLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN03A       PIC X.
          02 ZLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN04A       PIC X.
          02 ZLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN05A       PIC X.
          02 ZLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN06A       PIC X.
          02 ZLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN07A       PIC X.
          02 ZLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN08A       PIC X.
          02 ZLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN09A       PIC X.
          02 ZLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZLIN10A       PIC X.
          02 ZLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ZACTLA        PIC X.
          02 ZACTLO        PIC X(38).
          02 FILLER        PIC X(3).
          02 ZACTFA        PIC X.
          02 ZACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 ZSELLA        PIC X.
          02 ZSELLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 ZSELFA        PIC X.
          02 ZSELFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 ZCATLA        PIC X.
          02 ZCATLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 ZCATFA        PIC X.
          02 ZCATFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 ZCAHLA        PIC X.
          02 ZCAHLO        PIC X(33).
          02 FILLER        PIC X(3).
          02 ZEXPLA        PIC X.
          02 ZEXPLO        PIC X(7).
          02 FILLER        PIC X(3).
          02 ZEXPFA        PIC X.
          02 ZEXPFO        PIC X(8).
          02 FILLER        PIC X(3).
          02 ZTXTLA        PIC X.
          02 ZTXTLO        PIC X(4).
          02 FILLER        PIC X(3).
          02 ZTXTFA        PIC X.
          02 ZTXTFO        PIC X(60).
          02 FILLER        PIC X(3).
          02 ZMSGLA        PIC X.
          02 ZMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 ZPFKLA        PIC X.
          02 ZPFKLO        PIC X(79).

       01 ATSTMI.
          02 FILLER        PIC X(12).
          02 OCMPFL        PIC S9(3) COMP.
          02 OCMPFF        PIC X.
          02 FILLER REDEFINES OCMPFF.
             03 OCMPFA     PIC X.
          02 OCMPFI        PIC X(6).
          02 ODPTFL        PIC S9(3) COMP.
          02 ODPTFF        PIC X.
          02 FILLER REDEFINES ODPTFF.
             03 ODPTFA     PIC X.
          02 ODPTFI        PIC X(5).
          02 OACTFL        PIC S9(3) COMP.
          02 OACTFF        PIC X.
          02 FILLER REDEFINES OACTFF.
             03 OACTFA     PIC X.
          02 OACTFI        PIC X.
          02 OSELFL        PIC S9(3) COMP.
          02 OSELFF        PIC X.
          02 FILLER REDEFINES OSELFF.
             03 OSELFA     PIC X.
          02 OSELFI        PIC X(2).
          02 OFLDFL        PIC S9(3) COMP.
          02 OFLDFF        PIC X.
          02 FILLER REDEFINES OFLDFF.
             03 OFLDFA     PIC X.
          02 OFLDFI        PIC X(10).
          02 OTXTFL        PIC S9(3) COMP.
          02 OTXTFF        PIC X.
          02 FILLER REDEFINES OTXTFF.
             03 OTXTFA     PIC X.
          02 OTXTFI        PIC X(60).

       01 ATSTMO REDEFINES ATSTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 OTITL1A       PIC X.
          02 OTITL1O       PIC X(37).
          02 FILLER        PIC X(3).
          02 OCMPLA        PIC X.
          02 OCMPLO        PIC X(8).
          02 FILLER        PIC X(3).
          02 OCMPFA        PIC X.
          02 OCMPFO        PIC X(6).
          02 FILLER        PIC X(3).
          02 ODPTLA        PIC X.
          02 ODPTLO        PIC X(10).
          02 FILLER        PIC X(3).
          02 ODPTFA        PIC X.
          02 ODPTFO        PIC X(5).
          02 FILLER        PIC X(3).
          02 ODEPTA        PIC X.
          02 ODEPTO        PIC X(79).
          02 FILLER        PIC X(3).
          02 OHDGLA        PIC X.
          02 OHDGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 OLIN01A       PIC X.
          02 OLIN01O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN02A       PIC X.
          02 OLIN02O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN03A       PIC X.
          02 OLIN03O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN04A       PIC X.
          02 OLIN04O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN05A       PIC X.
          02 OLIN05O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN06A       PIC X.
          02 OLIN06O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN07A       PIC X.
          02 OLIN07O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN08A       PIC X.
          02 OLIN08O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN09A       PIC X.
          02 OLIN09O       PIC X(78).
          02 FILLER        PIC X(3).
          02 OLIN10A       PIC X.
          02 OLIN10O       PIC X(78).
          02 FILLER        PIC X(3).
          02 ODET1A        PIC X.
          02 ODET1O        PIC X(79).
          02 FILLER        PIC X(3).
          02 ODET2A        PIC X.
          02 ODET2O        PIC X(79).
          02 FILLER        PIC X(3).
          02 OACTLA        PIC X.
          02 OACTLO        PIC X(30).
          02 FILLER        PIC X(3).
          02 OACTFA        PIC X.
          02 OACTFO        PIC X.
          02 FILLER        PIC X(3).
          02 OSELLA        PIC X.
          02 OSELLO        PIC X(12).
          02 FILLER        PIC X(3).
          02 OSELFA        PIC X.
          02 OSELFO        PIC X(2).
          02 FILLER        PIC X(3).
          02 OFLDLA        PIC X.
          02 OFLDLO        PIC X(5).
          02 FILLER        PIC X(3).
          02 OFLDFA        PIC X.
          02 OFLDFO        PIC X(10).
          02 FILLER        PIC X(3).
          02 OFLHLA        PIC X.
          02 OFLHLO        PIC X(54).
          02 FILLER        PIC X(3).
          02 OTXTLA        PIC X.
          02 OTXTLO        PIC X(10).
          02 FILLER        PIC X(3).
          02 OTXTFA        PIC X.
          02 OTXTFO        PIC X(60).
          02 FILLER        PIC X(3).
          02 OMSGLA        PIC X.
          02 OMSGLO        PIC X(79).
          02 FILLER        PIC X(3).
          02 OPFKLA        PIC X.
          02 OPFKLO        PIC X(79).
