000220*                  SHMAPPR APPROVES IT ONTO SHMEVTF (CUTTING
000230*                  THE SHMJRNL ROW) OR REJECTS IT. ONE PENDING
000240*                  CHANGE PER EVENT KEY AT A TIME.
000242* 2026-10-15 RPK   MERGE FUNCTION - KEYED BY THE RETIRED
000244*                  DUPLICATE, PND-EVENT HOLDS THE SURVIVOR'S
000246*                  IMAGE AS IT STOOD WHEN THE MERGE WAS KEYED.
000250*================================================================
000260 01  PND-RECORD.
000270     05  PND-KEY.
000300     05  PND-FUNCTION              PIC X(08).
000310         88  PND-FN-ADD                VALUE "ADD".
000320         88  PND-FN-UPDATE             VALUE "UPDATE".
000325         88  PND-FN-MERGE              VALUE "MERGE".
000330     05  PND-OPERATOR              PIC X(08).
000340     05  PND-DATE                  PIC 9(08).
000350     05  PND-TIME                  PIC 9(08).
