000010*----------------------------------------------------------------
000020* MATIERE-RECORD - ONE WORKSHOP MATERIAL OF MATIERES.DAT AND THE
000030* CATALOGUE PRODUCT IT IS SOLD AS
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. RECTANGLE QUOTES EACH SHAPE OF
000060*                 FORMES.DAT THROUGH ITS MATERIAL : THE SHAPES'
000070*                 AREA (CM2) OR PERIMETER (CM) IS ADDED UP PER
000080*                 MATERIAL AND ROUNDED UP TO WHOLE UNITS OF
000090*                 MAT-CONTENANCE, THE CM2 OR CM IN ONE UNIT SOLD
000100*                 OF MAT-CODE-PROD (10000 FOR A PANEL SOLD BY
000110*                 THE M2, 100 FOR AN EDGING SOLD BY THE METRE).
000120*----------------------------------------------------------------
000130 01  MATIERE-RECORD.
000140     05 MAT-CODE             PIC X(04).
000150     05 MAT-CODE-PROD        PIC X(04).
000160     05 MAT-BASE             PIC X(01).
000170         88 MAT-PAR-AIRE              VALUE "A" " ".
000180         88 MAT-PAR-PERIMETRE         VALUE "P".
000190     05 MAT-CONTENANCE       PIC 9(07)V99.
