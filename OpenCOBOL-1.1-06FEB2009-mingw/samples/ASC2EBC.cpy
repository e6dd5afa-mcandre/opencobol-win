      ******************************************************************
      ** ASC2EBC.cpy                                                   **
      **                                                                **
      ** The ASCII-to-EBCDIC translate table (code page 037): indexed  **
      ** by the ASCII byte value plus one, each entry is the EBCDIC    **
      ** equivalent.  It is the reverse of EBC2ASC.cpy for every       **
      ** printable character, so a file CSV2EBC builds reads back      **
      ** through CONVFILE unchanged.                                    **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1043 Initial coding                                        **
      ******************************************************************
       01  Ascii-To-Ebcdic-Table         VALUE
           X'00010203372D2E2F1605250B0C0D0E0F' &
           X'101112133C3D322618193F271C1D1E1F' &
           X'405A7F7B5B6C507D4D5D5C4E6B604B61' &
           X'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F' &
           X'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6' &
           X'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D' &
           X'79818283848586878889919293949596' &
           X'979899A2A3A4A5A6A7A8A9C04FD0A107' &
           X'202122232415061728292A2B2C090A1B' &
           X'30311A333435360838393A3B04143EFF' &
           X'41AA4AB19FB26AB5BDB49A8A5FCAAFBC' &
           X'908FEAFABEA0B6B39DDA9B8BB7B8B9AB' &
           X'6465626663679E687471727378757677' &
           X'AC69EDEEEBEFECBF80FDFEFBFCADAE59' &
           X'4445424643479C485451525358555657' &
           X'8C49CDCECBCFCCE170DDDEDBDC8D8EDF'.
           05 Ascii-To-Ebcdic-Char      OCCURS 256 TIMES PIC X(1).
