000700*                 ITS PATH, AS AUDINQM1 DOES FOR AUDINQ01 -
000800*                 REASSEMBLE AND RECONCILE IF THE MAPSET FIELDS
000900*                 CHANGE.
000910* 2026-10-12 DKO  ADDED WOINF, NWO AND NWOLN FOR THE WORK ORDER.
001000*----------------------------------------------------------------
001100 01  CORMAP1I.
001200     05 FILLER                   PIC X(12).
002500     05 FILLER REDEFINES REJINFF.
002600        10 REJINFA               PIC X(01).
002700     05 REJINFI                  PIC X(78).
002710     05 WOINFL                   PIC S9(04) COMP.
002720     05 WOINFF                   PIC X(01).
002730     05 FILLER REDEFINES WOINFF.
002740        10 WOINFA                PIC X(01).
002750     05 WOINFI                   PIC X(40).
002800     05 NPARTL                   PIC S9(04) COMP.
002900     05 NPARTF                   PIC X(01).
003000     05 FILLER REDEFINES NPARTF.
005500     05 FILLER REDEFINES NSHIFTF.
005600        10 NSHIFTA               PIC X(01).
005700     05 NSHIFTI                  PIC X(01).
005710     05 NWOL                     PIC S9(04) COMP.
005720     05 NWOF                     PIC X(01).
005730     05 FILLER REDEFINES NWOF.
005740        10 NWOA                  PIC X(01).
005750     05 NWOI                     PIC X(06).
005760     05 NWOLNL                   PIC S9(04) COMP.
005770     05 NWOLNF                   PIC X(01).
005780     05 FILLER REDEFINES NWOLNF.
005790        10 NWOLNA                PIC X(01).
005795     05 NWOLNI                   PIC X(03).
005800     05 MSGL                     PIC S9(04) COMP.
005900     05 MSGF                     PIC X(01).
006000     05 FILLER REDEFINES MSGF.
006800     05 PDATEO                   PIC X(08).
006900     05 FILLER                   PIC X(03).
007000     05 REJINFO                  PIC X(78).
007010     05 FILLER                   PIC X(03).
007020     05 WOINFO                   PIC X(40).
007100     05 FILLER                   PIC X(03).
007200     05 NPARTO                   PIC X(10).
007300     05 FILLER                   PIC X(03).
008000     05 NMODEO                   PIC X(01).
008100     05 FILLER                   PIC X(03).
008200     05 NSHIFTO                  PIC X(01).
008210     05 FILLER                   PIC X(03).
008220     05 NWOO                     PIC X(06).
008230     05 FILLER                   PIC X(03).
008240     05 NWOLNO                   PIC X(03).
008300     05 FILLER                   PIC X(03).
008400     05 MSGO                     PIC X(78).
