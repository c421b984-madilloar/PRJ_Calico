000970   MOVE 'EVT-0005-E'        TO WKCAT-ID(9).
000980   MOVE 'ABEND SNAPSHOT WRITTEN: &1 &2'
000990                            TO WKCAT-TEXT(9).
001000   MOVE 'EVT-0006-W'        TO WKCAT-ID(10).
001010   MOVE 'FEED LATE: &2'     TO WKCAT-TEXT(10).
001020   MOVE 'EVT-0007-I'        TO WKCAT-ID(11).
001021   MOVE 'FEED ARRIVED LATE: &2'
001022                            TO WKCAT-TEXT(11).
001023   MOVE 'EVT-0009-I'        TO WKCAT-ID(12).
001024   MOVE 'RUN END: &1 &2'    TO WKCAT-TEXT(12).
001025   MOVE 12                  TO WKCAT-CNT.
001030 B00-EXIT.
001040   EXIT.
001050 C00-LOAD-ENTRY SECTION.
