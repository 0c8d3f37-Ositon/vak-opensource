000050* has sat since Date-Consigned and subtotals Asking-Price per
000060* bucket, worst-aged bucket first, so the lots holding units past
000070* 60 and 90 days on consignment can be pushed to reprice before
000080* year-end. A unit on hold for a buyer's deposit is still on the
000081* lot and is aged with the rest. Sold and withdrawn vehicles are
000082* left off the report.
000090 Environment Division.
000100 Configuration Section.
000110 Source-Computer.  IBM-PC.
002150     Read Vehicle-File
002160          At End Continue
002170          Not At End
002180             If Vehicle-In-Stock
002190                Perform Release-Sort-Record
002200             End-If
002210     End-Read
