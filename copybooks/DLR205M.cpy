000010******************************************************************
000020*                                                                *
000030*    DLR205M.CPY                                                 *
000040*                                                                *
000050*    SYMBOLIC MAP FOR THE DLR205 PENDING CHANGE APPROVAL         *
000060*    SCREEN (MAPSET DLR205M, MAP DLAMAP).  HAND-CODED DSECT -    *
000070*    KEEP THE FIELD ORDER AND LENGTHS IN STEP WITH THE BMS       *
000080*    MACRO SOURCE.  EACH FIELD CARRIES THE USUAL LENGTH (-L),    *
000090*    ATTRIBUTE (-A), AND DATA (-I) SUBFIELDS.  THE TEN LIST      *
000100*    LINES, EACH WITH ITS ONE-BYTE SELECTION FIELD, AND THE      *
000110*    FOUR DETAIL LINES ARE OCCURS GROUPS SO THE PROGRAM FILLS    *
000120*    AND READS THEM BY SUBSCRIPT.                                *
000130*                                                                *
000140*    MODIFICATION HISTORY                                       *
000150*    ----------------------                                     *
000160*    2026-10-15  JPL  ORIGINAL.                                 *
000170*                                                                *
000180******************************************************************
000190*
000200 01  DLAMAP-AREA.
000210     05  FILLER                          PIC X(12).
000220     05  MAP-LIST-LINE OCCURS 10 TIMES.
000230         10  MAP-SEL-L                   PIC S9(04) COMP.
000240         10  MAP-SEL-A                   PIC X(01).
000250         10  MAP-SEL-I                   PIC X(01).
000260             88  MAP-SEL-APPROVE              VALUE "A".
000270             88  MAP-SEL-REJECT               VALUE "R".
000280             88  MAP-SEL-SHOW                 VALUE "S".
000290         10  MAP-LINE-L                  PIC S9(04) COMP.
000300         10  MAP-LINE-A                  PIC X(01).
000310         10  MAP-LINE-I                  PIC X(70).
000320     05  MAP-DETAIL-LINE OCCURS 4 TIMES.
000330         10  MAP-DTL-L                   PIC S9(04) COMP.
000340         10  MAP-DTL-A                   PIC X(01).
000350         10  MAP-DTL-I                   PIC X(70).
000360     05  MAP-MSG-L                       PIC S9(04) COMP.
000370     05  MAP-MSG-A                       PIC X(01).
000380     05  MAP-MSG-I                       PIC X(60).
