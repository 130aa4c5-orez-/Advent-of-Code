*> Channel map: what each bit column of a sensor's diagnostic line
*> physically is. One record per sensor id and column number, giving
*> the channel's name, the subsystem it belongs to, and the band its
*> share of 1 bits is expected to stay inside, in whole percent. A
*> zero maximum means no band is configured for the channel - it is
*> named, not policed. A missing file just means every column stays
*> a bare bit position. Needs diagws.cpy copied first, for
*> WS-MAX-WIDTH.
01  WS-CHMAP-STATUS PIC X(2) VALUE SPACES.
01  CHANNEL-MAP-DETAIL.
    05  CHM-SENSOR-ID PIC X(8) VALUE SPACES.
    05  CHM-COLUMN PIC 9(2) VALUE 0.
    05  CHM-CHANNEL-NAME PIC X(20) VALUE SPACES.
    05  CHM-SUBSYSTEM PIC X(12) VALUE SPACES.
    05  CHM-EXPECT-MIN-PCT PIC 9(3) VALUE 0.
    05  CHM-EXPECT-MAX-PCT PIC 9(3) VALUE 0.
*> One sensor's map, loaded into the slot for each mapped column so
*> a bit position looks its channel up directly.
01  WS-CHANNELS-MAPPED PIC 9(4) VALUE 0.
01  CHANNEL-TABLE.
    05  CHANNEL-SLOT OCCURS WS-MAX-WIDTH TIMES.
        10  CHN-MAPPED PIC X(1) VALUE "N".
            88  CHANNEL-MAPPED VALUE "Y".
        10  CHN-NAME PIC X(20) VALUE SPACES.
        10  CHN-SUBSYSTEM PIC X(12) VALUE SPACES.
        10  CHN-MIN-PCT PIC 9(3) VALUE 0.
        10  CHN-MAX-PCT PIC 9(3) VALUE 0.
