000100*----------------------------------------------------------------
000200* OPNINQM1 - SYMBOLIC MAP FOR THE OPNINQ1 BMS MAPSET.
000300*----------------------------------------------------------------
000400* 2026-10-14 DKO  ORIGINAL VERSION - TAKEN FROM THE ASSEMBLY OF
000500*                 BMS SOURCE OPNINQ1 AND KEPT AS A COPYBOOK SO
000600*                 OPNINQ01 COMPILES WITHOUT THE MAP ASSEMBLY IN
000700*                 ITS PATH. THE DETAIL-LINE REDEFINES AFTER THE
000800*                 TEN GENERATED DTL FIELDS (OPNM-DTL-ENTRY) IS
000900*                 HAND-ADDED, AS IN AUDINQM1, SO THE PROGRAM CAN
001000*                 FILL THE SCREEN BODY WITH A SUBSCRIPT -
001100*                 REASSEMBLE AND RECONCILE IF THE MAPSET FIELDS
001200*                 CHANGE.
001300*----------------------------------------------------------------
001400 01  OPNMAP1I.
001500     05 FILLER                   PIC X(12).
001600     05 PARTNOL                  PIC S9(04) COMP.
001700     05 PARTNOF                  PIC X(01).
001800     05 FILLER REDEFINES PARTNOF.
001900        10 PARTNOA               PIC X(01).
002000     05 PARTNOI                  PIC X(10).
002100     05 FAMILYL                  PIC S9(04) COMP.
002200     05 FAMILYF                  PIC X(01).
002300     05 FILLER REDEFINES FAMILYF.
002400        10 FAMILYA               PIC X(01).
002500     05 FAMILYI                  PIC X(04).
002600     05 SHIFTL                   PIC S9(04) COMP.
002700     05 SHIFTF                   PIC X(01).
002800     05 FILLER REDEFINES SHIFTF.
002900        10 SHIFTA                PIC X(01).
003000     05 SHIFTI                   PIC X(01).
003100     05 MINDAYL                  PIC S9(04) COMP.
003200     05 MINDAYF                  PIC X(01).
003300     05 FILLER REDEFINES MINDAYF.
003400        10 MINDAYA               PIC X(01).
003500     05 MINDAYI                  PIC X(03).
003600     05 OPNM-DTL-AREA.
003700        10 DTL1L                 PIC S9(04) COMP.
003800        10 DTL1F                 PIC X(01).
003900        10 DTL1I                 PIC X(78).
004000        10 DTL2L                 PIC S9(04) COMP.
004100        10 DTL2F                 PIC X(01).
004200        10 DTL2I                 PIC X(78).
004300        10 DTL3L                 PIC S9(04) COMP.
004400        10 DTL3F                 PIC X(01).
004500        10 DTL3I                 PIC X(78).
004600        10 DTL4L                 PIC S9(04) COMP.
004700        10 DTL4F                 PIC X(01).
004800        10 DTL4I                 PIC X(78).
004900        10 DTL5L                 PIC S9(04) COMP.
005000        10 DTL5F                 PIC X(01).
005100        10 DTL5I                 PIC X(78).
005200        10 DTL6L                 PIC S9(04) COMP.
005300        10 DTL6F                 PIC X(01).
005400        10 DTL6I                 PIC X(78).
005500        10 DTL7L                 PIC S9(04) COMP.
005600        10 DTL7F                 PIC X(01).
005700        10 DTL7I                 PIC X(78).
005800        10 DTL8L                 PIC S9(04) COMP.
005900        10 DTL8F                 PIC X(01).
006000        10 DTL8I                 PIC X(78).
006100        10 DTL9L                 PIC S9(04) COMP.
006200        10 DTL9F                 PIC X(01).
006300        10 DTL9I                 PIC X(78).
006400        10 DTL10L                PIC S9(04) COMP.
006500        10 DTL10F                PIC X(01).
006600        10 DTL10I                PIC X(78).
006700     05 OPNM-DTL-TABLE REDEFINES OPNM-DTL-AREA.
006800        10 OPNM-DTL-ENTRY        OCCURS 10 TIMES.
006900           15 OPNM-DTL-LEN      PIC S9(04) COMP.
007000           15 OPNM-DTL-ATTR     PIC X(01).
007100           15 OPNM-DTL-TEXT     PIC X(78).
007200     05 MPARTL                   PIC S9(04) COMP.
007300     05 MPARTF                   PIC X(01).
007400     05 FILLER REDEFINES MPARTF.
007500        10 MPARTA                PIC X(01).
007600     05 MPARTI                   PIC X(10).
007700     05 MDATEL                   PIC S9(04) COMP.
007800     05 MDATEF                   PIC X(01).
007900     05 FILLER REDEFINES MDATEF.
008000        10 MDATEA                PIC X(01).
008100     05 MDATEI                   PIC X(08).
008200     05 MACTL                    PIC S9(04) COMP.
008300     05 MACTF                    PIC X(01).
008400     05 FILLER REDEFINES MACTF.
008500        10 MACTA                 PIC X(01).
008600     05 MACTI                    PIC X(01).
008700     05 MRSNL                    PIC S9(04) COMP.
008800     05 MRSNF                    PIC X(01).
008900     05 FILLER REDEFINES MRSNF.
009000        10 MRSNA                 PIC X(01).
009100     05 MRSNI                    PIC X(30).
009200     05 MSGL                     PIC S9(04) COMP.
009300     05 MSGF                     PIC X(01).
009400     05 FILLER REDEFINES MSGF.
009500        10 MSGA                  PIC X(01).
009600     05 MSGI                     PIC X(78).
009700 01  OPNMAP1O REDEFINES OPNMAP1I.
009800     05 FILLER                   PIC X(12).
009900     05 FILLER                   PIC X(03).
010000     05 PARTNOO                  PIC X(10).
010100     05 FILLER                   PIC X(03).
010200     05 FAMILYO                  PIC X(04).
010300     05 FILLER                   PIC X(03).
010400     05 SHIFTO                   PIC X(01).
010500     05 FILLER                   PIC X(03).
010600     05 MINDAYO                  PIC X(03).
010700     05 FILLER                   PIC X(03).
010800     05 DTL1O                    PIC X(78).
010900     05 FILLER                   PIC X(03).
011000     05 DTL2O                    PIC X(78).
011100     05 FILLER                   PIC X(03).
011200     05 DTL3O                    PIC X(78).
011300     05 FILLER                   PIC X(03).
011400     05 DTL4O                    PIC X(78).
011500     05 FILLER                   PIC X(03).
011600     05 DTL5O                    PIC X(78).
011700     05 FILLER                   PIC X(03).
011800     05 DTL6O                    PIC X(78).
011900     05 FILLER                   PIC X(03).
012000     05 DTL7O                    PIC X(78).
012100     05 FILLER                   PIC X(03).
012200     05 DTL8O                    PIC X(78).
012300     05 FILLER                   PIC X(03).
012400     05 DTL9O                    PIC X(78).
012500     05 FILLER                   PIC X(03).
012600     05 DTL10O                   PIC X(78).
012700     05 FILLER                   PIC X(03).
012800     05 MPARTO                   PIC X(10).
012900     05 FILLER                   PIC X(03).
013000     05 MDATEO                   PIC X(08).
013100     05 FILLER                   PIC X(03).
013200     05 MACTO                    PIC X(01).
013300     05 FILLER                   PIC X(03).
013400     05 MRSNO                    PIC X(30).
013500     05 FILLER                   PIC X(03).
013600     05 MSGO                     PIC X(78).
