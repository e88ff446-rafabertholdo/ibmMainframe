001000      02 FILLER REDEFINES TERMF.
001100        03 TERMA         PIC X.
001200      02 TERMI           PIC X(4).
001210      02 ILOCL           PIC S9(4) COMP.
001220      02 ILOCF           PIC X.
001230      02 FILLER REDEFINES ILOCF.
001240        03 ILOCA         PIC X.
001250      02 ILOCI           PIC X(20).
001300      02 IDATEL          PIC S9(4) COMP.
001400      02 IDATEF          PIC X.
001500      02 FILLER REDEFINES IDATEF.
005500      02 FILLER          PIC X(12).
005600      02 FILLER          PIC X(3).
005700      02 TERMO           PIC X(4).
005710      02 FILLER          PIC X(3).
005720      02 ILOCO           PIC X(20).
005800      02 FILLER          PIC X(3).
005900      02 IDATEO          PIC X(8).
006000      02 FILLER          PIC X(4).
001000      02 FILLER REDEFINES CHOICEF.
001100        03 CHOICEA       PIC X.
001200      02 CHOICEI         PIC X(1).
001205      02 MNOT1L          PIC S9(4) COMP.
001210      02 MNOT1F          PIC X.
001215      02 FILLER REDEFINES MNOT1F.
001220        03 MNOT1A        PIC X.
001225      02 MNOT1I          PIC X(70).
001230      02 MNOT2L          PIC S9(4) COMP.
001235      02 MNOT2F          PIC X.
001240      02 FILLER REDEFINES MNOT2F.
001245        03 MNOT2A        PIC X.
001250      02 MNOT2I          PIC X(70).
001255      02 MNOT3L          PIC S9(4) COMP.
001260      02 MNOT3F          PIC X.
001265      02 FILLER REDEFINES MNOT3F.
001270        03 MNOT3A        PIC X.
001275      02 MNOT3I          PIC X(70).
001300      02 MMSGL           PIC S9(4) COMP.
001400      02 MMSGF           PIC X.
001500      02 FILLER REDEFINES MMSGF.
002000      02 FILLER          PIC X(12).
002100      02 FILLER          PIC X(3).
002200      02 CHOICEO         PIC X(1).
002210      02 FILLER          PIC X(3).
002220      02 MNOT1O          PIC X(70).
002230      02 FILLER          PIC X(3).
002240      02 MNOT2O          PIC X(70).
002250      02 FILLER          PIC X(3).
002260      02 MNOT3O          PIC X(70).
002300      02 FILLER          PIC X(4).
002400      02 MMSGO           PIC X(40).
000100*
005000      02 FILLER REDEFINES OSTATF.
005100        03 OSTATA        PIC X.
005200      02 OSTATI          PIC X(1).
005210      02 OLIML           PIC S9(4) COMP.
005220      02 OLIMF           PIC X.
005230      02 FILLER REDEFINES OLIMF.
005240        03 OLIMA         PIC X.
005250      02 OLIMI           PIC X(12).
005300      02 OMSGL           PIC S9(4) COMP.
005400      02 OMSGF           PIC X.
005500      02 FILLER REDEFINES OMSGF.
007600      02 ASUPO           PIC X(1).
007700      02 FILLER          PIC X(3).
007800      02 OSTATO          PIC X(1).
007810      02 FILLER          PIC X(3).
007820      02 OLIMO           PIC X(12).
007900      02 FILLER          PIC X(4).
008000      02 OMSGO           PIC X(40).
000100*
003900      02 DT1F            PIC X.
004000      02 FILLER REDEFINES DT1F.
004100        03 DT1A          PIC X.
004200      02 DT1I            PIC X(34).
004300      02 DT2L            PIC S9(4) COMP.
004400      02 DT2F            PIC X.
004500      02 FILLER REDEFINES DT2F.
004600        03 DT2A          PIC X.
004700      02 DT2I            PIC X(34).
004800      02 DT3L            PIC S9(4) COMP.
004900      02 DT3F            PIC X.
005000      02 FILLER REDEFINES DT3F.
005100        03 DT3A          PIC X.
005200      02 DT3I            PIC X(34).
005300      02 DLASTL          PIC S9(4) COMP.
005400      02 DLASTF          PIC X.
005500      02 FILLER REDEFINES DLASTF.
007600      02 FILLER          PIC X(3).
007700      02 DMSGHO          PIC X(7).
007800      02 FILLER          PIC X(3).
007900      02 DT1O            PIC X(34).
008000      02 FILLER          PIC X(3).
008100      02 DT2O            PIC X(34).
008200      02 FILLER          PIC X(3).
008300      02 DT3O            PIC X(34).
008400      02 FILLER          PIC X(3).
008500      02 DLASTO          PIC X(6).
008600      02 FILLER          PIC X(4).
005700      02 A6O             PIC X(78).
005800      02 FILLER          PIC X(4).
005900      02 AMSGO           PIC X(40).
000100*
000200* MAP VODMAP - ADDMAP CALCULATION VOID (TRANSACTION ADVD).
000300*
000600    01 VODMAPI.
000700      02 FILLER          PIC X(12).
000800      02 VTERML          PIC S9(4) COMP.
000900      02 VTERMF          PIC X.
001000      02 FILLER REDEFINES VTERMF.
001100        03 VTERMA        PIC X.
001200      02 VTERMI          PIC X(4).
001300      02 VDATEL          PIC S9(4) COMP.
001400      02 VDATEF          PIC X.
001500      02 FILLER REDEFINES VDATEF.
001600        03 VDATEA        PIC X.
001700      02 VDATEI          PIC X(8).
001800      02 VTIMEL          PIC S9(4) COMP.
001900      02 VTIMEF          PIC X.
002000      02 FILLER REDEFINES VTIMEF.
002100        03 VTIMEA        PIC X.
002200      02 VTIMEI          PIC X(6).
002300      02 VSEQL           PIC S9(4) COMP.
002400      02 VSEQF           PIC X.
002500      02 FILLER REDEFINES VSEQF.
002600        03 VSEQA         PIC X.
002700      02 VSEQI           PIC X(4).
002800      02 VOPIDL          PIC S9(4) COMP.
002900      02 VOPIDF          PIC X.
003000      02 FILLER REDEFINES VOPIDF.
003100        03 VOPIDA        PIC X.
003200      02 VOPIDI          PIC X(3).
003300      02 VCALCL          PIC S9(4) COMP.
003400      02 VCALCF          PIC X.
003500      02 FILLER REDEFINES VCALCF.
003600        03 VCALCA        PIC X.
003700      02 VCALCI          PIC X(60).
003800      02 VSTATL          PIC S9(4) COMP.
003900      02 VSTATF          PIC X.
004000      02 FILLER REDEFINES VSTATF.
004100        03 VSTATA        PIC X.
004200      02 VSTATI          PIC X(40).
004300      02 VRSNL           PIC S9(4) COMP.
004400      02 VRSNF           PIC X.
004500      02 FILLER REDEFINES VRSNF.
004600        03 VRSNA         PIC X.
004700      02 VRSNI           PIC X(2).
004800      02 VMSGL           PIC S9(4) COMP.
004900      02 VMSGF           PIC X.
005000      02 FILLER REDEFINES VMSGF.
005100        03 VMSGA         PIC X.
005200      02 VMSGC           PIC X.
005300      02 VMSGI           PIC X(40).
005400    01 VODMAPO REDEFINES VODMAPI.
005500      02 FILLER          PIC X(12).
005600      02 FILLER          PIC X(3).
005700      02 VTERMO          PIC X(4).
005800      02 FILLER          PIC X(3).
005900      02 VDATEO          PIC X(8).
006000      02 FILLER          PIC X(3).
006100      02 VTIMEO          PIC X(6).
006200      02 FILLER          PIC X(3).
006300      02 VSEQO           PIC X(4).
006400      02 FILLER          PIC X(3).
006500      02 VOPIDO          PIC X(3).
006600      02 FILLER          PIC X(3).
006700      02 VCALCO          PIC X(60).
006800      02 FILLER          PIC X(3).
006900      02 VSTATO          PIC X(40).
007000      02 FILLER          PIC X(3).
007100      02 VRSNO           PIC X(2).
007200      02 FILLER          PIC X(4).
007300      02 VMSGO           PIC X(40).
000100*
000200* MAP APRMAP - HIGH-VALUE CALCULATION APPROVAL (TRANSACTION
000300* ADAP).
000400*
000600    01 APRMAPI.
000700      02 FILLER          PIC X(12).
000800      02 PTERML          PIC S9(4) COMP.
000900      02 PTERMF          PIC X.
001000      02 FILLER REDEFINES PTERMF.
001100        03 PTERMA        PIC X.
001200      02 PTERMI          PIC X(4).
001300      02 PDATEL          PIC S9(4) COMP.
001400      02 PDATEF          PIC X.
001500      02 FILLER REDEFINES PDATEF.
001600        03 PDATEA        PIC X.
001700      02 PDATEI          PIC X(8).
001800      02 PTIMEL          PIC S9(4) COMP.
001900      02 PTIMEF          PIC X.
002000      02 FILLER REDEFINES PTIMEF.
002100        03 PTIMEA        PIC X.
002200      02 PTIMEI          PIC X(6).
002300      02 PSEQL           PIC S9(4) COMP.
002400      02 PSEQF           PIC X.
002500      02 FILLER REDEFINES PSEQF.
002600        03 PSEQA         PIC X.
002700      02 PSEQI           PIC X(4).
002800      02 POPIDL          PIC S9(4) COMP.
002900      02 POPIDF          PIC X.
003000      02 FILLER REDEFINES POPIDF.
003100        03 POPIDA        PIC X.
003200      02 POPIDI          PIC X(3).
003300      02 PCALCL          PIC S9(4) COMP.
003400      02 PCALCF          PIC X.
003500      02 FILLER REDEFINES PCALCF.
003600        03 PCALCA        PIC X.
003700      02 PCALCI          PIC X(60).
003800      02 PLIML           PIC S9(4) COMP.
003900      02 PLIMF           PIC X.
004000      02 FILLER REDEFINES PLIMF.
004100        03 PLIMA         PIC X.
004200      02 PLIMI           PIC X(18).
004300      02 PSTATL          PIC S9(4) COMP.
004400      02 PSTATF          PIC X.
004500      02 FILLER REDEFINES PSTATF.
004600        03 PSTATA        PIC X.
004700      02 PSTATI          PIC X(40).
004800      02 PMSGL           PIC S9(4) COMP.
004900      02 PMSGF           PIC X.
005000      02 FILLER REDEFINES PMSGF.
005100        03 PMSGA         PIC X.
005200      02 PMSGC           PIC X.
005300      02 PMSGI           PIC X(40).
005400    01 APRMAPO REDEFINES APRMAPI.
005500      02 FILLER          PIC X(12).
005600      02 FILLER          PIC X(3).
005700      02 PTERMO          PIC X(4).
005800      02 FILLER          PIC X(3).
005900      02 PDATEO          PIC X(8).
006000      02 FILLER          PIC X(3).
006100      02 PTIMEO          PIC X(6).
006200      02 FILLER          PIC X(3).
006300      02 PSEQO           PIC X(4).
006400      02 FILLER          PIC X(3).
006500      02 POPIDO          PIC X(3).
006600      02 FILLER          PIC X(3).
006700      02 PCALCO          PIC X(60).
006800      02 FILLER          PIC X(3).
006900      02 PLIMO           PIC X(18).
007000      02 FILLER          PIC X(3).
007100      02 PSTATO          PIC X(40).
007200      02 FILLER          PIC X(4).
007300      02 PMSGO           PIC X(40).
000100*
000200* MAP RATMAP - CHARGEBACK RATE MAINTENANCE (TRANSACTION RATE).
000300*
000600    01 RATMAPI.
000700      02 FILLER          PIC X(12).
000800      02 BACTL           PIC S9(4) COMP.
000900      02 BACTF           PIC X.
001000      02 FILLER REDEFINES BACTF.
001100        03 BACTA         PIC X.
001200      02 BACTI           PIC X(1).
001300      02 BOPERL          PIC S9(4) COMP.
001400      02 BOPERF          PIC X.
001500      02 FILLER REDEFINES BOPERF.
001600        03 BOPERA        PIC X.
001700      02 BOPERI          PIC X(1).
001800      02 BEFFL           PIC S9(4) COMP.
001900      02 BEFFF           PIC X.
002000      02 FILLER REDEFINES BEFFF.
002100        03 BEFFA         PIC X.
002200      02 BEFFI           PIC X(8).
002300      02 BRATEL          PIC S9(4) COMP.
002400      02 BRATEF          PIC X.
002500      02 FILLER REDEFINES BRATEF.
002600        03 BRATEA        PIC X.
002700      02 BRATEI          PIC X(7).
002800      02 BCHGL           PIC S9(4) COMP.
002900      02 BCHGF           PIC X.
003000      02 FILLER REDEFINES BCHGF.
003100        03 BCHGA         PIC X.
003200      02 BCHGI           PIC X(40).
003300      02 B1L             PIC S9(4) COMP.
003400      02 B1F             PIC X.
003500      02 FILLER REDEFINES B1F.
003600        03 B1A           PIC X.
003700      02 B1I             PIC X(60).
003800      02 B2L             PIC S9(4) COMP.
003900      02 B2F             PIC X.
004000      02 FILLER REDEFINES B2F.
004100        03 B2A           PIC X.
004200      02 B2I             PIC X(60).
004300      02 B3L             PIC S9(4) COMP.
004400      02 B3F             PIC X.
004500      02 FILLER REDEFINES B3F.
004600        03 B3A           PIC X.
004700      02 B3I             PIC X(60).
004800      02 B4L             PIC S9(4) COMP.
004900      02 B4F             PIC X.
005000      02 FILLER REDEFINES B4F.
005100        03 B4A           PIC X.
005200      02 B4I             PIC X(60).
005300      02 BMSGL           PIC S9(4) COMP.
005400      02 BMSGF           PIC X.
005500      02 FILLER REDEFINES BMSGF.
005600        03 BMSGA         PIC X.
005700      02 BMSGC           PIC X.
005800      02 BMSGI           PIC X(40).
005900    01 RATMAPO REDEFINES RATMAPI.
006000      02 FILLER          PIC X(12).
006100      02 FILLER          PIC X(3).
006200      02 BACTO           PIC X(1).
006300      02 FILLER          PIC X(3).
006400      02 BOPERO          PIC X(1).
006500      02 FILLER          PIC X(3).
006600      02 BEFFO           PIC X(8).
006700      02 FILLER          PIC X(3).
006800      02 BRATEO          PIC X(7).
006900      02 FILLER          PIC X(3).
007000      02 BCHGO           PIC X(40).
007100      02 FILLER          PIC X(3).
007200      02 B1O             PIC X(60).
007300      02 FILLER          PIC X(3).
007400      02 B2O             PIC X(60).
007500      02 FILLER          PIC X(3).
007600      02 B3O             PIC X(60).
007700      02 FILLER          PIC X(3).
007800      02 B4O             PIC X(60).
007900      02 FILLER          PIC X(4).
008000      02 BMSGO           PIC X(40).
000100*
000200* MAP TRMMAP - TERMINAL MASTER MAINTENANCE (TRANSACTION TERM).
000300*
000600    01 TRMMAPI.
000700      02 FILLER          PIC X(12).
000800      02 GACTL           PIC S9(4) COMP.
000900      02 GACTF           PIC X.
001000      02 FILLER REDEFINES GACTF.
001100        03 GACTA         PIC X.
001200      02 GACTI           PIC X(1).
001300      02 GTERML          PIC S9(4) COMP.
001400      02 GTERMF          PIC X.
001500      02 FILLER REDEFINES GTERMF.
001600        03 GTERMA        PIC X.
001700      02 GTERMI          PIC X(4).
001800      02 GLOCL           PIC S9(4) COMP.
001900      02 GLOCF           PIC X.
002000      02 FILLER REDEFINES GLOCF.
002100        03 GLOCA         PIC X.
002200      02 GLOCI           PIC X(20).
002300      02 GDEPTL          PIC S9(4) COMP.
002400      02 GDEPTF          PIC X.
002500      02 FILLER REDEFINES GDEPTF.
002600        03 GDEPTA        PIC X.
002700      02 GDEPTI          PIC X(4).
002800      02 GTYPEL          PIC S9(4) COMP.
002900      02 GTYPEF          PIC X.
003000      02 FILLER REDEFINES GTYPEF.
003100        03 GTYPEA        PIC X.
003200      02 GTYPEI          PIC X(1).
003300      02 GSTATL          PIC S9(4) COMP.
003400      02 GSTATF          PIC X.
003500      02 FILLER REDEFINES GSTATF.
003600        03 GSTATA        PIC X.
003700      02 GSTATI          PIC X(1).
003800      02 GCHGL           PIC S9(4) COMP.
003900      02 GCHGF           PIC X.
004000      02 FILLER REDEFINES GCHGF.
004100        03 GCHGA         PIC X.
004200      02 GCHGI           PIC X(40).
004300      02 GMSGL           PIC S9(4) COMP.
004400      02 GMSGF           PIC X.
004500      02 FILLER REDEFINES GMSGF.
004600        03 GMSGA         PIC X.
004700      02 GMSGC           PIC X.
004800      02 GMSGI           PIC X(40).
004900    01 TRMMAPO REDEFINES TRMMAPI.
005000      02 FILLER          PIC X(12).
005100      02 FILLER          PIC X(3).
005200      02 GACTO           PIC X(1).
005300      02 FILLER          PIC X(3).
005400      02 GTERMO          PIC X(4).
005500      02 FILLER          PIC X(3).
005600      02 GLOCO           PIC X(20).
005700      02 FILLER          PIC X(3).
005800      02 GDEPTO          PIC X(4).
005900      02 FILLER          PIC X(3).
006000      02 GTYPEO          PIC X(1).
006100      02 FILLER          PIC X(3).
006200      02 GSTATO          PIC X(1).
006300      02 FILLER          PIC X(3).
006400      02 GCHGO           PIC X(40).
006500      02 FILLER          PIC X(4).
006600      02 GMSGO           PIC X(40).
000100*
000200* MAP NOTMAP - OPERATOR NOTICE BOARD MAINTENANCE (TRANSACTION
000300* NOTC).
000400*
000600    01 NOTMAPI.
000700      02 FILLER          PIC X(12).
000800      02 HACTL           PIC S9(4) COMP.
000900      02 HACTF           PIC X.
001000      02 FILLER REDEFINES HACTF.
001100        03 HACTA         PIC X.
001200      02 HACTI           PIC X(1).
001300      02 HIDL            PIC S9(4) COMP.
001400      02 HIDF            PIC X.
001500      02 FILLER REDEFINES HIDF.
001600        03 HIDA          PIC X.
001700      02 HIDI            PIC X(5).
001800      02 HTEXTL          PIC S9(4) COMP.
001900      02 HTEXTF          PIC X.
002000      02 FILLER REDEFINES HTEXTF.
002100        03 HTEXTA        PIC X.
002200      02 HTEXTI          PIC X(60).
002300      02 HSDATEL         PIC S9(4) COMP.
002400      02 HSDATEF         PIC X.
002500      02 FILLER REDEFINES HSDATEF.
002600        03 HSDATEA       PIC X.
002700      02 HSDATEI         PIC X(8).
002800      02 HSTIMEL         PIC S9(4) COMP.
002900      02 HSTIMEF         PIC X.
003000      02 FILLER REDEFINES HSTIMEF.
003100        03 HSTIMEA       PIC X.
003200      02 HSTIMEI         PIC X(6).
003300      02 HEDATEL         PIC S9(4) COMP.
003400      02 HEDATEF         PIC X.
003500      02 FILLER REDEFINES HEDATEF.
003600        03 HEDATEA       PIC X.
003700      02 HEDATEI         PIC X(8).
003800      02 HETIMEL         PIC S9(4) COMP.
003900      02 HETIMEF         PIC X.
004000      02 FILLER REDEFINES HETIMEF.
004100        03 HETIMEA       PIC X.
004200      02 HETIMEI         PIC X(6).
004300      02 HDEPTL          PIC S9(4) COMP.
004400      02 HDEPTF          PIC X.
004500      02 FILLER REDEFINES HDEPTF.
004600        03 HDEPTA        PIC X.
004700      02 HDEPTI          PIC X(4).
004800      02 HURGL           PIC S9(4) COMP.
004900      02 HURGF           PIC X.
005000      02 FILLER REDEFINES HURGF.
005100        03 HURGA         PIC X.
005200      02 HURGI           PIC X(1).
005300      02 HSTATL          PIC S9(4) COMP.
005400      02 HSTATF          PIC X.
005500      02 FILLER REDEFINES HSTATF.
005600        03 HSTATA        PIC X.
005700      02 HSTATI          PIC X(1).
005800      02 HCHGL           PIC S9(4) COMP.
005900      02 HCHGF           PIC X.
006000      02 FILLER REDEFINES HCHGF.
006100        03 HCHGA         PIC X.
006200      02 HCHGI           PIC X(40).
006300      02 HMSGL           PIC S9(4) COMP.
006400      02 HMSGF           PIC X.
006500      02 FILLER REDEFINES HMSGF.
006600        03 HMSGA         PIC X.
006700      02 HMSGC           PIC X.
006800      02 HMSGI           PIC X(40).
006900    01 NOTMAPO REDEFINES NOTMAPI.
007000      02 FILLER          PIC X(12).
007100      02 FILLER          PIC X(3).
007200      02 HACTO           PIC X(1).
007300      02 FILLER          PIC X(3).
007400      02 HIDO            PIC X(5).
007500      02 FILLER          PIC X(3).
007600      02 HTEXTO          PIC X(60).
007700      02 FILLER          PIC X(3).
007800      02 HSDATEO         PIC X(8).
007900      02 FILLER          PIC X(3).
008000      02 HSTIMEO         PIC X(6).
008100      02 FILLER          PIC X(3).
008200      02 HEDATEO         PIC X(8).
008300      02 FILLER          PIC X(3).
008400      02 HETIMEO         PIC X(6).
008500      02 FILLER          PIC X(3).
008600      02 HDEPTO          PIC X(4).
008700      02 FILLER          PIC X(3).
008800      02 HURGO           PIC X(1).
008900      02 FILLER          PIC X(3).
009000      02 HSTATO          PIC X(1).
009100      02 FILLER          PIC X(3).
009200      02 HCHGO           PIC X(40).
009300      02 FILLER          PIC X(4).
009400      02 HMSGO           PIC X(40).
