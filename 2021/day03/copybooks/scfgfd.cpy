FD  SENSOR-CONFIG.
*> Dated configuration history of every sensor head, maintained by
*> SENSREG alongside the registry: one entry per sensor per date its
*> report width or firmware level changed, in force from that date
*> until the sensor's next entry. A reading is judged against the
*> entry in force on its own reading date, so when a head really
*> does change width its old readings stay valid under the old
*> entry and its new readings under the new. An entry dated
*> 00000000 is in force from the start of the sensor's history. The
*> record layout lives here with the FD since the key field must be
*> defined under the file.
01  CONFIG-RECORD.
    05  SCF-KEY.
        10  SCF-SENSOR-ID PIC X(8).
        10  SCF-EFFECTIVE-FROM PIC X(8).
    05  SCF-REPORT-WIDTH PIC 9(4).
    05  SCF-FIRMWARE PIC X(12).
    05  SCF-RECORDED-DATE PIC X(8).
    05  SCF-MAINTAINED-BY PIC X(8).
