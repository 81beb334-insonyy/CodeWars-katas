000100*----------------------------------------------------------------
000200* AMTINQS - SYMBOLIC MAP FOR MAPSET AMTINQS (SEE BMS SOURCE
000300*     AMTINQS), MAP AMTINQM, THE ONLINE ACCOUNT INQUIRY SCREEN.
000400*     KEPT IN STEP WITH THE BMS SOURCE BY HAND: A FIELD ADDED TO
000500*     THE MAP MUST BE ADDED HERE IN THE SAME ORDER.
000600*
000700* AMTINQMI IS THE INPUT VIEW - ONLY ACCTNOI (THE ACCOUNT KEY)
000800*     IS ENTERABLE.  AMTINQMO IS THE OUTPUT VIEW OF THE SAME
000900*     STORAGE: THE FIELDS ENDING IN O ARE WHAT THE PROGRAM SENDS.
001000*
001100* WRITTEN  10/15/2026 RB
001200*----------------------------------------------------------------
001300 01  AMTINQMI.
001400     02  FILLER                  PIC X(12).
001500     02  ASOFL                   PIC S9(04) COMP.
001600     02  ASOFF                   PIC X(01).
001700     02  FILLER REDEFINES ASOFF.
001800         03  ASOFA               PIC X(01).
001900     02  ASOFI                   PIC X(08).
002000     02  ACCTNOL                 PIC S9(04) COMP.
002100     02  ACCTNOF                 PIC X(01).
002200     02  FILLER REDEFINES ACCTNOF.
002300         03  ACCTNOA             PIC X(01).
002400     02  ACCTNOI                 PIC X(10).
002500     02  BALL                    PIC S9(04) COMP.
002600     02  BALF                    PIC X(01).
002700     02  FILLER REDEFINES BALF.
002800         03  BALA                PIC X(01).
002900     02  BALI                    PIC X(18).
003000     02  STATL                   PIC S9(04) COMP.
003100     02  STATF                   PIC X(01).
003200     02  FILLER REDEFINES STATF.
003300         03  STATA               PIC X(01).
003400     02  STATI                   PIC X(08).
003500     02  HLDCNTL                 PIC S9(04) COMP.
003600     02  HLDCNTF                 PIC X(01).
003700     02  FILLER REDEFINES HLDCNTF.
003800         03  HLDCNTA             PIC X(01).
003900     02  HLDCNTI                 PIC X(30).
004000     02  HLINE1L                 PIC S9(04) COMP.
004100     02  HLINE1F                 PIC X(01).
004200     02  FILLER REDEFINES HLINE1F.
004300         03  HLINE1A             PIC X(01).
004400     02  HLINE1I                 PIC X(70).
004500     02  HLINE2L                 PIC S9(04) COMP.
004600     02  HLINE2F                 PIC X(01).
004700     02  FILLER REDEFINES HLINE2F.
004800         03  HLINE2A             PIC X(01).
004900     02  HLINE2I                 PIC X(70).
005000     02  HLINE3L                 PIC S9(04) COMP.
005100     02  HLINE3F                 PIC X(01).
005200     02  FILLER REDEFINES HLINE3F.
005300         03  HLINE3A             PIC X(01).
005400     02  HLINE3I                 PIC X(70).
005500     02  SUSCNTL                 PIC S9(04) COMP.
005600     02  SUSCNTF                 PIC X(01).
005700     02  FILLER REDEFINES SUSCNTF.
005800         03  SUSCNTA             PIC X(01).
005900     02  SUSCNTI                 PIC X(30).
006000     02  SLINE1L                 PIC S9(04) COMP.
006100     02  SLINE1F                 PIC X(01).
006200     02  FILLER REDEFINES SLINE1F.
006300         03  SLINE1A             PIC X(01).
006400     02  SLINE1I                 PIC X(70).
006500     02  SLINE2L                 PIC S9(04) COMP.
006600     02  SLINE2F                 PIC X(01).
006700     02  FILLER REDEFINES SLINE2F.
006800         03  SLINE2A             PIC X(01).
006900     02  SLINE2I                 PIC X(70).
007000     02  SLINE3L                 PIC S9(04) COMP.
007100     02  SLINE3F                 PIC X(01).
007200     02  FILLER REDEFINES SLINE3F.
007300         03  SLINE3A             PIC X(01).
007400     02  SLINE3I                 PIC X(70).
007500     02  JRNCNTL                 PIC S9(04) COMP.
007600     02  JRNCNTF                 PIC X(01).
007700     02  FILLER REDEFINES JRNCNTF.
007800         03  JRNCNTA             PIC X(01).
007900     02  JRNCNTI                 PIC X(30).
008000     02  JLINE1L                 PIC S9(04) COMP.
008100     02  JLINE1F                 PIC X(01).
008200     02  FILLER REDEFINES JLINE1F.
008300         03  JLINE1A             PIC X(01).
008400     02  JLINE1I                 PIC X(70).
008500     02  JLINE2L                 PIC S9(04) COMP.
008600     02  JLINE2F                 PIC X(01).
008700     02  FILLER REDEFINES JLINE2F.
008800         03  JLINE2A             PIC X(01).
008900     02  JLINE2I                 PIC X(70).
009000     02  JLINE3L                 PIC S9(04) COMP.
009100     02  JLINE3F                 PIC X(01).
009200     02  FILLER REDEFINES JLINE3F.
009300         03  JLINE3A             PIC X(01).
009400     02  JLINE3I                 PIC X(70).
009500     02  JLINE4L                 PIC S9(04) COMP.
009600     02  JLINE4F                 PIC X(01).
009700     02  FILLER REDEFINES JLINE4F.
009800         03  JLINE4A             PIC X(01).
009900     02  JLINE4I                 PIC X(70).
010000     02  JLINE5L                 PIC S9(04) COMP.
010100     02  JLINE5F                 PIC X(01).
010200     02  FILLER REDEFINES JLINE5F.
010300         03  JLINE5A             PIC X(01).
010400     02  JLINE5I                 PIC X(70).
010500     02  MSGL                    PIC S9(04) COMP.
010600     02  MSGF                    PIC X(01).
010700     02  FILLER REDEFINES MSGF.
010800         03  MSGA                PIC X(01).
010900     02  MSGI                    PIC X(78).
011000 01  AMTINQMO REDEFINES AMTINQMI.
011100     02  FILLER                  PIC X(12).
011200     02  FILLER                  PIC X(03).
011300     02  ASOFO                   PIC X(08).
011400     02  FILLER                  PIC X(03).
011500     02  ACCTNOO                 PIC X(10).
011600     02  FILLER                  PIC X(03).
011700     02  BALO                    PIC X(18).
011800     02  FILLER                  PIC X(03).
011900     02  STATO                   PIC X(08).
012000     02  FILLER                  PIC X(03).
012100     02  HLDCNTO                 PIC X(30).
012200     02  FILLER                  PIC X(03).
012300     02  HLINE1O                 PIC X(70).
012400     02  FILLER                  PIC X(03).
012500     02  HLINE2O                 PIC X(70).
012600     02  FILLER                  PIC X(03).
012700     02  HLINE3O                 PIC X(70).
012800     02  FILLER                  PIC X(03).
012900     02  SUSCNTO                 PIC X(30).
013000     02  FILLER                  PIC X(03).
013100     02  SLINE1O                 PIC X(70).
013200     02  FILLER                  PIC X(03).
013300     02  SLINE2O                 PIC X(70).
013400     02  FILLER                  PIC X(03).
013500     02  SLINE3O                 PIC X(70).
013600     02  FILLER                  PIC X(03).
013700     02  JRNCNTO                 PIC X(30).
013800     02  FILLER                  PIC X(03).
013900     02  JLINE1O                 PIC X(70).
014000     02  FILLER                  PIC X(03).
014100     02  JLINE2O                 PIC X(70).
014200     02  FILLER                  PIC X(03).
014300     02  JLINE3O                 PIC X(70).
014400     02  FILLER                  PIC X(03).
014500     02  JLINE4O                 PIC X(70).
014600     02  FILLER                  PIC X(03).
014700     02  JLINE5O                 PIC X(70).
014800     02  FILLER                  PIC X(03).
014900     02  MSGO                    PIC X(78).
