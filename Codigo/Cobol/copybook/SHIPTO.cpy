           05 ST-CITY 		PIC X(20).
           05 ST-STATE 		PIC X(02).
           05 ST-ZIP 		PIC X(10).
      *    THE WAREHOUSE THIS LOCATION IS SHIPPED FROM -- CARVED
      *    OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH IS
      *    UNCHANGED.  SPACES (EVERY RECORD WRITTEN BEFORE THE
      *    FIELD EXISTED) MEANS THE DEFAULT WAREHOUSE.
           05 ST-WAREHOUSE 	PIC X(03).
           05 FILLER 		PIC X(07).
