000106*                                    HESSA AL-OTAIBI 09/08/2026  *00000060
000107*  MODIFICATION ===> SMR 98128  ADD DEST CODE 81 (LEGAL CASE)    *00000060
000108*                                    HESSA AL-OTAIBI 09/08/2026  *00000060
000109*  MODIFICATION ===> SMR 98285  ADD DEST CODE 82 (ER ACK)        *00000060
000110*                                    HESSA AL-OTAIBI 15/10/2026  *00000060
000111******************************************************************00000070
000120     SKIP2                                                        00000080
000130     05  K-OA-DEST               PIC X(2) VALUE '03'.             00000090
000140     05  K-EIF-EXT-DEST          PIC X(2) VALUE '04'.             00000100
000380     05  K-ALGL-DEST             PIC X(2) VALUE '75'.             00000110
000390     05  K-DW-EXTRACT-DEST       PIC X(2) VALUE '80'.             00000115
000400     05  K-LGL-CASE-DEST         PIC X(2) VALUE '81'.             00000116
000410     05  K-ER-ACK-DEST           PIC X(2) VALUE '82'.             00000117

