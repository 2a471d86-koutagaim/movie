001300*                 RACK INSTEAD OF BREAKING A FRESH BAR. THE
001400*                 LENGTH IS IN THE SAME UNIT OF MEASURE AS THE
001500*                 SHOP PARAMETER CARD ALLOWANCES.
001510* 2026-10-05 DKO  WITH BAR NESTING ON, ONE RECORD IS WRITTEN
001520*                 PER BAR BROKEN - THE TRUE LEFTOVER AFTER EVERY
001530*                 CUT NESTED ONTO IT - TAGGED WITH THE LAST PART
001540*                 CUT FROM THAT BAR. LAYOUT UNCHANGED.
001600*----------------------------------------------------------------
001700 01  RMN-RECORD.
001800     05 RMN-MATERIAL-CODE        PIC X(04).
