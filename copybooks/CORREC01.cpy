001210* 2026-08-22 DKO  ADDED COR-NEW-SHIFT-CODE (CARVED OUT OF THE
001220*                 FILLER) SO A MISKEYED SHIFT CODE CAN BE
001230*                 REPAIRED LIKE THE OTHER FIELDS.
001240* 2026-10-12 DKO  ADDED COR-NEW-WO-NUMBER AND COR-NEW-WO-LINE
001250*                 (CARVED OUT OF THE FILLER) SO A REJECT FOR A
001260*                 MISSING OR MISKEYED WORK ORDER (R012) CAN BE
001270*                 REPAIRED LIKE THE OTHER FIELDS.
001300*----------------------------------------------------------------
001400 01  COR-RECORD.
001500     05 COR-PART-NUMBER          PIC X(10).
002000     05 COR-NEW-UOM-CODE         PIC X(02).
002100     05 COR-NEW-CALC-MODE        PIC X(01).
002150     05 COR-NEW-SHIFT-CODE       PIC X(01).
002160     05 COR-NEW-WO-NUMBER        PIC X(06).
002170     05 COR-NEW-WO-LINE          PIC X(03).
002200     05 FILLER                   PIC X(24).
